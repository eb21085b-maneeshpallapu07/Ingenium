      *****************************************************************
      **  MEMBER :  ACPIICGI                                         **
      **  REMARKS:  BATCH I/O ROUTINES FOR THE                       **
      **            IFRS 17 CONTRACT GROUP REGISTER (PRIOR           **
      **            GENERATION) - ONE ROW PER ASSIGNMENT OF AN       **
      **            ISSUED POLICY, WITH ITS RECLASSIFICATION HISTORY **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
572903**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

      *---------------
       ICGI-1000-READ.
      *---------------

           MOVE ZERO                   TO WICGI-SEQ-IO-STATUS.

           READ ICGI-DATA-FILE
                AT END
                MOVE '08'            TO WICGI-SEQ-IO-STATUS
                GO TO ICGI-1000-READ-X.

           IF  RICGI-SEQ-REC-INFO EQUAL HIGH-VALUES
               MOVE '08'            TO WICGI-SEQ-IO-STATUS
           END-IF.

           IF  WICGI-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  ICGI-9000-HANDLE-ERROR
                   THRU ICGI-9000-HANDLE-ERROR-X
           END-IF.

       ICGI-1000-READ-X.
           EXIT.
      /
      *---------------------
       ICGI-3000-OPEN-INPUT.
      *---------------------

           MOVE ZERO                   TO WICGI-SEQ-IO-STATUS.

           OPEN INPUT ICGI-DATA-FILE.

           IF  WICGI-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  ICGI-9000-HANDLE-ERROR
                   THRU ICGI-9000-HANDLE-ERROR-X
           END-IF.

       ICGI-3000-OPEN-INPUT-X.
           EXIT.
      /
      *----------------
       ICGI-5000-CLOSE.
      *----------------

           MOVE ZERO                   TO WICGI-SEQ-IO-STATUS.

           CLOSE ICGI-DATA-FILE.

           IF  WICGI-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  ICGI-9000-HANDLE-ERROR
                   THRU ICGI-9000-HANDLE-ERROR-X
           END-IF.

       ICGI-5000-CLOSE-X.
           EXIT.
      /
      *-----------------------
       ICGI-9000-HANDLE-ERROR.
      *-----------------------

           MOVE WICGI-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME.
           MOVE WICGI-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS.
           MOVE WICGI-SEQ-IO-COMMAND   TO WGLOB-IO-COMMAND.

           PERFORM  0030-3000-QSAM-ERROR
               THRU 0030-3000-QSAM-ERROR-X.

       ICGI-9000-HANDLE-ERROR-X.
           EXIT.

      *****************************************************************
      **                 END OF COPYBOOK ACPIICGI                    **
      *****************************************************************
