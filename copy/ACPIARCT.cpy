      *****************************************************************
      **  MEMBER :  ACPIARCT                                         **
      **  REMARKS:  BATCH I/O ROUTINES FOR THE                       **
      **            TOKENIZED UPLOAD ARCHIVE FILE.  THE NEW          **
      **            ARCHIVE GENERATION WRITTEN WHEN THE EXISTING     **
      **            ARCV ARCHIVE IS CONVERTED TO TOKENIZED BANK      **
      **            ACCOUNT NUMBERS.                                 **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
864217**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

      *----------------
       ARCT-2000-WRITE.
      *----------------

           MOVE ZERO                   TO WARCT-SEQ-IO-STATUS.

           WRITE RARCT-SEQ-REC-INFO.

           IF  WARCT-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  ARCT-9000-HANDLE-ERROR
                   THRU ARCT-9000-HANDLE-ERROR-X
           END-IF.

       ARCT-2000-WRITE-X.
           EXIT.
      /
      *----------------------
       ARCT-4000-OPEN-OUTPUT.
      *----------------------

           MOVE ZERO                   TO WARCT-SEQ-IO-STATUS.

           OPEN OUTPUT ARCT-DATA-FILE.

           IF  WARCT-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  ARCT-9000-HANDLE-ERROR
                   THRU ARCT-9000-HANDLE-ERROR-X
           END-IF.

       ARCT-4000-OPEN-OUTPUT-X.
           EXIT.
      /
      *----------------
       ARCT-5000-CLOSE.
      *----------------

           MOVE ZERO                   TO WARCT-SEQ-IO-STATUS.

           CLOSE ARCT-DATA-FILE.

           IF  WARCT-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  ARCT-9000-HANDLE-ERROR
                   THRU ARCT-9000-HANDLE-ERROR-X
           END-IF.

       ARCT-5000-CLOSE-X.
           EXIT.
      /
      *-----------------------
       ARCT-9000-HANDLE-ERROR.
      *-----------------------

           MOVE WARCT-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME.
           MOVE WARCT-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS.
           MOVE WARCT-SEQ-IO-COMMAND   TO WGLOB-IO-COMMAND.

           PERFORM  0030-3000-QSAM-ERROR
               THRU 0030-3000-QSAM-ERROR-X.

       ARCT-9000-HANDLE-ERROR-X.
           EXIT.

      *****************************************************************
      **                 END OF COPYBOOK ACPIARCT                    **
      *****************************************************************
