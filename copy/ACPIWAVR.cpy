      *****************************************************************
      **  MEMBER :  ACPIWAVR                                         **
      **  REMARKS:  BATCH I/O ROUTINES FOR THE                       **
      **            MONTHLY SIR REQUIREMENT WAIVER REPORT FOR THE    **
      **            CHIEF UNDERWRITER (ASBM9535)                     **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
418639**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

      *----------------
       WAVR-2000-WRITE.
      *----------------

           MOVE ZERO                   TO WWAVR-SEQ-IO-STATUS.

           WRITE RWAVR-SEQ-REC-INFO.

           IF  WWAVR-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  WAVR-9000-HANDLE-ERROR
                   THRU WAVR-9000-HANDLE-ERROR-X
           END-IF.

       WAVR-2000-WRITE-X.
           EXIT.
      /
      *----------------------
       WAVR-4000-OPEN-OUTPUT.
      *----------------------

           MOVE ZERO                   TO WWAVR-SEQ-IO-STATUS.

           OPEN OUTPUT WAVR-DATA-FILE.

           IF  WWAVR-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  WAVR-9000-HANDLE-ERROR
                   THRU WAVR-9000-HANDLE-ERROR-X
           END-IF.

       WAVR-4000-OPEN-OUTPUT-X.
           EXIT.
      /
      *----------------
       WAVR-5000-CLOSE.
      *----------------

           MOVE ZERO                   TO WWAVR-SEQ-IO-STATUS.

           CLOSE WAVR-DATA-FILE.

           IF  WWAVR-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  WAVR-9000-HANDLE-ERROR
                   THRU WAVR-9000-HANDLE-ERROR-X
           END-IF.

       WAVR-5000-CLOSE-X.
           EXIT.
      /
      *-----------------------
       WAVR-9000-HANDLE-ERROR.
      *-----------------------

           MOVE WWAVR-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME.
           MOVE WWAVR-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS.
           MOVE WWAVR-SEQ-IO-COMMAND   TO WGLOB-IO-COMMAND.

           PERFORM  0030-3000-QSAM-ERROR
               THRU 0030-3000-QSAM-ERROR-X.

       WAVR-9000-HANDLE-ERROR-X.
           EXIT.

      *****************************************************************
      **                 END OF COPYBOOK ACPIWAVR                    **
      *****************************************************************
