      *****************************************************************
      **  MEMBER :  ACPIMKPW                                         **
      **  REMARKS:  BATCH I/O ROUTINES FOR THE                       **
      **            MARKETING CONSENT WORK FILE - ONE ROW PER        **
      **            UPLOADED OWNER OR INSURED WHO ANSWERED A         **
      **            CONSENT QUESTION                                 **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
427063**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

      *---------------
       MKPW-1000-READ.
      *---------------

           MOVE ZERO                   TO WMKPW-SEQ-IO-STATUS.

           READ MKPW-DATA-FILE
                AT END
                MOVE '08'            TO WMKPW-SEQ-IO-STATUS
                GO TO MKPW-1000-READ-X.

           IF  RMKPW-SEQ-REC-INFO EQUAL HIGH-VALUES
               MOVE '08'            TO WMKPW-SEQ-IO-STATUS
           END-IF.

           IF  WMKPW-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  MKPW-9000-HANDLE-ERROR
                   THRU MKPW-9000-HANDLE-ERROR-X
           END-IF.

       MKPW-1000-READ-X.
           EXIT.
      /
      *----------------
       MKPW-2000-WRITE.
      *----------------

           MOVE ZERO                   TO WMKPW-SEQ-IO-STATUS.

           WRITE RMKPW-SEQ-REC-INFO.

           IF  WMKPW-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  MKPW-9000-HANDLE-ERROR
                   THRU MKPW-9000-HANDLE-ERROR-X
           END-IF.

       MKPW-2000-WRITE-X.
           EXIT.
      /
      *---------------------
       MKPW-3000-OPEN-INPUT.
      *---------------------

           MOVE ZERO                   TO WMKPW-SEQ-IO-STATUS.

           OPEN INPUT MKPW-DATA-FILE.

           IF  WMKPW-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  MKPW-9000-HANDLE-ERROR
                   THRU MKPW-9000-HANDLE-ERROR-X
           END-IF.

       MKPW-3000-OPEN-INPUT-X.
           EXIT.
      /
      *----------------------
       MKPW-4000-OPEN-OUTPUT.
      *----------------------

           MOVE ZERO                   TO WMKPW-SEQ-IO-STATUS.

           OPEN OUTPUT MKPW-DATA-FILE.

           IF  WMKPW-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  MKPW-9000-HANDLE-ERROR
                   THRU MKPW-9000-HANDLE-ERROR-X
           END-IF.

       MKPW-4000-OPEN-OUTPUT-X.
           EXIT.
      /
      *----------------
       MKPW-5000-CLOSE.
      *----------------

           MOVE ZERO                   TO WMKPW-SEQ-IO-STATUS.

           CLOSE MKPW-DATA-FILE.

           IF  WMKPW-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  MKPW-9000-HANDLE-ERROR
                   THRU MKPW-9000-HANDLE-ERROR-X
           END-IF.

       MKPW-5000-CLOSE-X.
           EXIT.
      /
      *-----------------------
       MKPW-9000-HANDLE-ERROR.
      *-----------------------

           MOVE WMKPW-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME.
           MOVE WMKPW-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS.
           MOVE WMKPW-SEQ-IO-COMMAND   TO WGLOB-IO-COMMAND.

           PERFORM  0030-3000-QSAM-ERROR
               THRU 0030-3000-QSAM-ERROR-X.

       MKPW-9000-HANDLE-ERROR-X.
           EXIT.

      *****************************************************************
      **                 END OF COPYBOOK ACPIMKPW                    **
      *****************************************************************
