      *****************************************************************
      **  MEMBER :  ACPINBSR                                         **
      **  REMARKS:  BATCH I/O ROUTINES FOR THE                       **
      **            QUARTERLY STATUTORY NEW BUSINESS STATISTICAL     **
      **            RETURN - POLICY COUNTS, SUMS ASSURED AND         **
      **            ANNUALIZED PREMIUM BY PRODUCT LINE, CHANNEL,     **
      **            INSURED AGE BAND, SEX AND MOVEMENT               **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
645120**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

      *----------------
       NBSR-2000-WRITE.
      *----------------

           MOVE ZERO                   TO WNBSR-SEQ-IO-STATUS.

           WRITE RNBSR-SEQ-REC-INFO.

           IF  WNBSR-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  NBSR-9000-HANDLE-ERROR
                   THRU NBSR-9000-HANDLE-ERROR-X
           END-IF.

       NBSR-2000-WRITE-X.
           EXIT.
      /
      *----------------------
       NBSR-4000-OPEN-OUTPUT.
      *----------------------

           MOVE ZERO                   TO WNBSR-SEQ-IO-STATUS.

           OPEN OUTPUT NBSR-DATA-FILE.

           IF  WNBSR-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  NBSR-9000-HANDLE-ERROR
                   THRU NBSR-9000-HANDLE-ERROR-X
           END-IF.

       NBSR-4000-OPEN-OUTPUT-X.
           EXIT.
      /
      *----------------
       NBSR-5000-CLOSE.
      *----------------

           MOVE ZERO                   TO WNBSR-SEQ-IO-STATUS.

           CLOSE NBSR-DATA-FILE.

           IF  WNBSR-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  NBSR-9000-HANDLE-ERROR
                   THRU NBSR-9000-HANDLE-ERROR-X
           END-IF.

       NBSR-5000-CLOSE-X.
           EXIT.
      /
      *-----------------------
       NBSR-9000-HANDLE-ERROR.
      *-----------------------

           MOVE WNBSR-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME.
           MOVE WNBSR-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS.
           MOVE WNBSR-SEQ-IO-COMMAND   TO WGLOB-IO-COMMAND.

           PERFORM  0030-3000-QSAM-ERROR
               THRU 0030-3000-QSAM-ERROR-X.

       NBSR-9000-HANDLE-ERROR-X.
           EXIT.

      *****************************************************************
      **                 END OF COPYBOOK ACPINBSR                    **
      *****************************************************************
