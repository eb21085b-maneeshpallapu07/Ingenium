      *****************************************************************
      **  MEMBER :  ACPIICGR                                         **
      **  REMARKS:  BATCH I/O ROUTINES FOR THE                       **
      **            IFRS 17 CONTRACT GROUPING RULE MASTER - THE      **
      **            PORTFOLIO AND PROFITABILITY GROUP BY PLAN,       **
      **            PRODUCT LINE AND CURRENCY, EFFECTIVE-DATED       **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
572903**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

      *---------------
       ICGR-1000-READ.
      *---------------

           MOVE ZERO                   TO WICGR-SEQ-IO-STATUS.

           READ ICGR-DATA-FILE
                AT END
                MOVE '08'            TO WICGR-SEQ-IO-STATUS
                GO TO ICGR-1000-READ-X.

           IF  RICGR-SEQ-REC-INFO EQUAL HIGH-VALUES
               MOVE '08'            TO WICGR-SEQ-IO-STATUS
           END-IF.

           IF  WICGR-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  ICGR-9000-HANDLE-ERROR
                   THRU ICGR-9000-HANDLE-ERROR-X
           END-IF.

       ICGR-1000-READ-X.
           EXIT.
      /
      *---------------------
       ICGR-3000-OPEN-INPUT.
      *---------------------

           MOVE ZERO                   TO WICGR-SEQ-IO-STATUS.

           OPEN INPUT ICGR-DATA-FILE.

           IF  WICGR-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  ICGR-9000-HANDLE-ERROR
                   THRU ICGR-9000-HANDLE-ERROR-X
           END-IF.

       ICGR-3000-OPEN-INPUT-X.
           EXIT.
      /
      *----------------
       ICGR-5000-CLOSE.
      *----------------

           MOVE ZERO                   TO WICGR-SEQ-IO-STATUS.

           CLOSE ICGR-DATA-FILE.

           IF  WICGR-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  ICGR-9000-HANDLE-ERROR
                   THRU ICGR-9000-HANDLE-ERROR-X
           END-IF.

       ICGR-5000-CLOSE-X.
           EXIT.
      /
      *-----------------------
       ICGR-9000-HANDLE-ERROR.
      *-----------------------

           MOVE WICGR-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME.
           MOVE WICGR-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS.
           MOVE WICGR-SEQ-IO-COMMAND   TO WGLOB-IO-COMMAND.

           PERFORM  0030-3000-QSAM-ERROR
               THRU 0030-3000-QSAM-ERROR-X.

       ICGR-9000-HANDLE-ERROR-X.
           EXIT.

      *****************************************************************
      **                 END OF COPYBOOK ACPIICGR                    **
      *****************************************************************
