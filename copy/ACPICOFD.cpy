      *****************************************************************
      **  MEMBER :  ACPICOFD                                         **
      **  REMARKS:  BATCH I/O ROUTINES FOR THE                       **
      **            COUNTER-OFFER NOT-TAKEN DISPOSITIONS             **
      **            WRITTEN BY ASBM9515 IN THE WITHDRAWAL            **
      **            DISPOSITION (WDRW) LAYOUT                        **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
318274**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

      *----------------
       COFD-2000-WRITE.
      *----------------

           MOVE ZERO                   TO WCOFD-SEQ-IO-STATUS.

           WRITE RCOFD-SEQ-REC-INFO.

           IF  WCOFD-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  COFD-9000-HANDLE-ERROR
                   THRU COFD-9000-HANDLE-ERROR-X
           END-IF.

       COFD-2000-WRITE-X.
           EXIT.
      /
      *----------------------
       COFD-4000-OPEN-OUTPUT.
      *----------------------

           MOVE ZERO                   TO WCOFD-SEQ-IO-STATUS.

           OPEN OUTPUT COFD-DATA-FILE.

           IF  WCOFD-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  COFD-9000-HANDLE-ERROR
                   THRU COFD-9000-HANDLE-ERROR-X
           END-IF.

       COFD-4000-OPEN-OUTPUT-X.
           EXIT.
      /
      *----------------
       COFD-5000-CLOSE.
      *----------------

           MOVE ZERO                   TO WCOFD-SEQ-IO-STATUS.

           CLOSE COFD-DATA-FILE.

           IF  WCOFD-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  COFD-9000-HANDLE-ERROR
                   THRU COFD-9000-HANDLE-ERROR-X
           END-IF.

       COFD-5000-CLOSE-X.
           EXIT.
      /
      *-----------------------
       COFD-9000-HANDLE-ERROR.
      *-----------------------

           MOVE WCOFD-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME.
           MOVE WCOFD-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS.
           MOVE WCOFD-SEQ-IO-COMMAND   TO WGLOB-IO-COMMAND.

           PERFORM  0030-3000-QSAM-ERROR
               THRU 0030-3000-QSAM-ERROR-X.

       COFD-9000-HANDLE-ERROR-X.
           EXIT.

      *****************************************************************
      **                 END OF COPYBOOK ACPICOFD                    **
      *****************************************************************
