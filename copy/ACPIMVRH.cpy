      *****************************************************************
      **  MEMBER :  ACPIMVRH                                         **
      **  REMARKS:  BATCH I/O ROUTINES FOR THE                       **
      **            MVR UNDERWRITER REFERRAL FILE - ONE ROW PER      **
      **            DRIVING RECORD REFERRED, MERGED INTO THE WORK    **
      **            QUEUE                                            **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
951627**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

      *---------------
       MVRH-1000-READ.
      *---------------

           MOVE ZERO                   TO WMVRH-SEQ-IO-STATUS.

           READ MVRH-DATA-FILE
                AT END
                MOVE '08'            TO WMVRH-SEQ-IO-STATUS
                GO TO MVRH-1000-READ-X.

           IF  RMVRH-SEQ-REC-INFO EQUAL HIGH-VALUES
               MOVE '08'            TO WMVRH-SEQ-IO-STATUS
           END-IF.

           IF  WMVRH-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  MVRH-9000-HANDLE-ERROR
                   THRU MVRH-9000-HANDLE-ERROR-X
           END-IF.

       MVRH-1000-READ-X.
           EXIT.
      /
      *----------------
       MVRH-2000-WRITE.
      *----------------

           MOVE ZERO                   TO WMVRH-SEQ-IO-STATUS.

           WRITE RMVRH-SEQ-REC-INFO.

           IF  WMVRH-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  MVRH-9000-HANDLE-ERROR
                   THRU MVRH-9000-HANDLE-ERROR-X
           END-IF.

       MVRH-2000-WRITE-X.
           EXIT.
      /
      *---------------------
       MVRH-3000-OPEN-INPUT.
      *---------------------

           MOVE ZERO                   TO WMVRH-SEQ-IO-STATUS.

           OPEN INPUT MVRH-DATA-FILE.

           IF  WMVRH-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  MVRH-9000-HANDLE-ERROR
                   THRU MVRH-9000-HANDLE-ERROR-X
           END-IF.

       MVRH-3000-OPEN-INPUT-X.
           EXIT.
      /
      *----------------------
       MVRH-4000-OPEN-OUTPUT.
      *----------------------

           MOVE ZERO                   TO WMVRH-SEQ-IO-STATUS.

           OPEN OUTPUT MVRH-DATA-FILE.

           IF  WMVRH-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  MVRH-9000-HANDLE-ERROR
                   THRU MVRH-9000-HANDLE-ERROR-X
           END-IF.

       MVRH-4000-OPEN-OUTPUT-X.
           EXIT.
      /
      *----------------
       MVRH-5000-CLOSE.
      *----------------

           MOVE ZERO                   TO WMVRH-SEQ-IO-STATUS.

           CLOSE MVRH-DATA-FILE.

           IF  WMVRH-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  MVRH-9000-HANDLE-ERROR
                   THRU MVRH-9000-HANDLE-ERROR-X
           END-IF.

       MVRH-5000-CLOSE-X.
           EXIT.
      /
      *-----------------------
       MVRH-9000-HANDLE-ERROR.
      *-----------------------

           MOVE WMVRH-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME.
           MOVE WMVRH-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS.
           MOVE WMVRH-SEQ-IO-COMMAND   TO WGLOB-IO-COMMAND.

           PERFORM  0030-3000-QSAM-ERROR
               THRU 0030-3000-QSAM-ERROR-X.

       MVRH-9000-HANDLE-ERROR-X.
           EXIT.

      *****************************************************************
      **                 END OF COPYBOOK ACPIMVRH                    **
      *****************************************************************
