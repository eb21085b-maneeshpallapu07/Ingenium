      *****************************************************************
      **  MEMBER :  ACPIUFRO                                         **
      **  REMARKS:  BATCH I/O ROUTINES FOR THE                       **
      **            UNMAPPED APEX FIELD REGISTER (NEW                **
      **            GENERATION) WRITTEN BY ASBM9500                  **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
611203**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

      *----------------
       UFRO-2000-WRITE.
      *----------------

           MOVE ZERO                   TO WUFRO-SEQ-IO-STATUS.

           WRITE RUFRO-SEQ-REC-INFO.

           IF  WUFRO-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  UFRO-9000-HANDLE-ERROR
                   THRU UFRO-9000-HANDLE-ERROR-X
           END-IF.

       UFRO-2000-WRITE-X.
           EXIT.
      /
      *----------------------
       UFRO-4000-OPEN-OUTPUT.
      *----------------------

           MOVE ZERO                   TO WUFRO-SEQ-IO-STATUS.

           OPEN OUTPUT UFRO-DATA-FILE.

           IF  WUFRO-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  UFRO-9000-HANDLE-ERROR
                   THRU UFRO-9000-HANDLE-ERROR-X
           END-IF.

       UFRO-4000-OPEN-OUTPUT-X.
           EXIT.
      /
      *----------------
       UFRO-5000-CLOSE.
      *----------------

           MOVE ZERO                   TO WUFRO-SEQ-IO-STATUS.

           CLOSE UFRO-DATA-FILE.

           IF  WUFRO-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  UFRO-9000-HANDLE-ERROR
                   THRU UFRO-9000-HANDLE-ERROR-X
           END-IF.

       UFRO-5000-CLOSE-X.
           EXIT.
      /
      *-----------------------
       UFRO-9000-HANDLE-ERROR.
      *-----------------------

           MOVE WUFRO-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME.
           MOVE WUFRO-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS.
           MOVE WUFRO-SEQ-IO-COMMAND   TO WGLOB-IO-COMMAND.

           PERFORM  0030-3000-QSAM-ERROR
               THRU 0030-3000-QSAM-ERROR-X.

       UFRO-9000-HANDLE-ERROR-X.
           EXIT.

      *****************************************************************
      **                 END OF COPYBOOK ACPIUFRO                    **
      *****************************************************************
