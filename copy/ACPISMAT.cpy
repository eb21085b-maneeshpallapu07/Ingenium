      *****************************************************************
      **  MEMBER :  ACPISMAT                                         **
      **  REMARKS:  BATCH I/O ROUTINES FOR THE                       **
      **            APPROVED SALES MATERIAL REGISTRY                 **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
529417**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

      *---------------
       SMAT-1000-READ.
      *---------------

           MOVE ZERO                   TO WSMAT-SEQ-IO-STATUS.

           READ SMAT-DATA-FILE
                AT END
                MOVE '08'            TO WSMAT-SEQ-IO-STATUS
                GO TO SMAT-1000-READ-X.

           IF  RSMAT-SEQ-REC-INFO EQUAL HIGH-VALUES
               MOVE '08'            TO WSMAT-SEQ-IO-STATUS
           END-IF.

           IF  WSMAT-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  SMAT-9000-HANDLE-ERROR
                   THRU SMAT-9000-HANDLE-ERROR-X
           END-IF.

       SMAT-1000-READ-X.
           EXIT.
      /
      *---------------------
       SMAT-3000-OPEN-INPUT.
      *---------------------

           MOVE ZERO                   TO WSMAT-SEQ-IO-STATUS.

           OPEN INPUT SMAT-DATA-FILE.

           IF  WSMAT-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  SMAT-9000-HANDLE-ERROR
                   THRU SMAT-9000-HANDLE-ERROR-X
           END-IF.

       SMAT-3000-OPEN-INPUT-X.
           EXIT.
      /
      *----------------
       SMAT-5000-CLOSE.
      *----------------

           MOVE ZERO                   TO WSMAT-SEQ-IO-STATUS.

           CLOSE SMAT-DATA-FILE.

           IF  WSMAT-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  SMAT-9000-HANDLE-ERROR
                   THRU SMAT-9000-HANDLE-ERROR-X
           END-IF.

       SMAT-5000-CLOSE-X.
           EXIT.
      /
      *-----------------------
       SMAT-9000-HANDLE-ERROR.
      *-----------------------

           MOVE WSMAT-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME.
           MOVE WSMAT-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS.
           MOVE WSMAT-SEQ-IO-COMMAND   TO WGLOB-IO-COMMAND.

           PERFORM  0030-3000-QSAM-ERROR
               THRU 0030-3000-QSAM-ERROR-X.

       SMAT-9000-HANDLE-ERROR-X.
           EXIT.

      *****************************************************************
      **                 END OF COPYBOOK ACPISMAT                    **
      *****************************************************************
