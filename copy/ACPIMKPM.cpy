      *****************************************************************
      **  MEMBER :  ACPIMKPM                                         **
      **  REMARKS:  BATCH I/O ROUTINES FOR THE                       **
      **            MARKETING CONSENT PREFERENCE FILE - CURRENT      **
      **            GENERATION, ONE ROW PER CLIENT                   **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
427063**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

      *---------------
       MKPM-1000-READ.
      *---------------

           MOVE ZERO                   TO WMKPM-SEQ-IO-STATUS.

           READ MKPM-DATA-FILE
                AT END
                MOVE '08'            TO WMKPM-SEQ-IO-STATUS
                GO TO MKPM-1000-READ-X.

           IF  RMKPM-SEQ-REC-INFO EQUAL HIGH-VALUES
               MOVE '08'            TO WMKPM-SEQ-IO-STATUS
           END-IF.

           IF  WMKPM-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  MKPM-9000-HANDLE-ERROR
                   THRU MKPM-9000-HANDLE-ERROR-X
           END-IF.

       MKPM-1000-READ-X.
           EXIT.
      /
      *---------------------
       MKPM-3000-OPEN-INPUT.
      *---------------------

           MOVE ZERO                   TO WMKPM-SEQ-IO-STATUS.

           OPEN INPUT MKPM-DATA-FILE.

           IF  WMKPM-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  MKPM-9000-HANDLE-ERROR
                   THRU MKPM-9000-HANDLE-ERROR-X
           END-IF.

       MKPM-3000-OPEN-INPUT-X.
           EXIT.
      /
      *----------------
       MKPM-5000-CLOSE.
      *----------------

           MOVE ZERO                   TO WMKPM-SEQ-IO-STATUS.

           CLOSE MKPM-DATA-FILE.

           IF  WMKPM-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  MKPM-9000-HANDLE-ERROR
                   THRU MKPM-9000-HANDLE-ERROR-X
           END-IF.

       MKPM-5000-CLOSE-X.
           EXIT.
      /
      *-----------------------
       MKPM-9000-HANDLE-ERROR.
      *-----------------------

           MOVE WMKPM-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME.
           MOVE WMKPM-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS.
           MOVE WMKPM-SEQ-IO-COMMAND   TO WGLOB-IO-COMMAND.

           PERFORM  0030-3000-QSAM-ERROR
               THRU 0030-3000-QSAM-ERROR-X.

       MKPM-9000-HANDLE-ERROR-X.
           EXIT.

      *****************************************************************
      **                 END OF COPYBOOK ACPIMKPM                    **
      *****************************************************************
