      *****************************************************************
      **  MEMBER :  ACPICOFO                                         **
      **  REMARKS:  BATCH I/O ROUTINES FOR THE                       **
      **            COUNTER-OFFER REGISTER                           **
      **            (NEW GENERATION) WRITTEN BY ASBM9515             **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
318274**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

      *----------------
       COFO-2000-WRITE.
      *----------------

           MOVE ZERO                   TO WCOFO-SEQ-IO-STATUS.

           WRITE RCOFO-SEQ-REC-INFO.

           IF  WCOFO-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  COFO-9000-HANDLE-ERROR
                   THRU COFO-9000-HANDLE-ERROR-X
           END-IF.

       COFO-2000-WRITE-X.
           EXIT.
      /
      *----------------------
       COFO-4000-OPEN-OUTPUT.
      *----------------------

           MOVE ZERO                   TO WCOFO-SEQ-IO-STATUS.

           OPEN OUTPUT COFO-DATA-FILE.

           IF  WCOFO-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  COFO-9000-HANDLE-ERROR
                   THRU COFO-9000-HANDLE-ERROR-X
           END-IF.

       COFO-4000-OPEN-OUTPUT-X.
           EXIT.
      /
      *----------------
       COFO-5000-CLOSE.
      *----------------

           MOVE ZERO                   TO WCOFO-SEQ-IO-STATUS.

           CLOSE COFO-DATA-FILE.

           IF  WCOFO-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  COFO-9000-HANDLE-ERROR
                   THRU COFO-9000-HANDLE-ERROR-X
           END-IF.

       COFO-5000-CLOSE-X.
           EXIT.
      /
      *-----------------------
       COFO-9000-HANDLE-ERROR.
      *-----------------------

           MOVE WCOFO-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME.
           MOVE WCOFO-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS.
           MOVE WCOFO-SEQ-IO-COMMAND   TO WGLOB-IO-COMMAND.

           PERFORM  0030-3000-QSAM-ERROR
               THRU 0030-3000-QSAM-ERROR-X.

       COFO-9000-HANDLE-ERROR-X.
           EXIT.

      *****************************************************************
      **                 END OF COPYBOOK ACPICOFO                    **
      *****************************************************************
