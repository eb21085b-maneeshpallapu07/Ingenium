      *****************************************************************
      **  MEMBER :  ACPIUFWX                                         **
      **  REMARKS:  BATCH I/O ROUTINES FOR THE                       **
      **            WEEKLY NEW / STILL-UNRESOLVED UNMAPPED           **
      **            APEX FIELD REPORT EXTRACT WRITTEN BY             **
      **            ASBM9500                                         **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
611203**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

      *----------------
       UFWX-2000-WRITE.
      *----------------

           MOVE ZERO                   TO WUFWX-SEQ-IO-STATUS.

           WRITE RUFWX-SEQ-REC-INFO.

           IF  WUFWX-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  UFWX-9000-HANDLE-ERROR
                   THRU UFWX-9000-HANDLE-ERROR-X
           END-IF.

       UFWX-2000-WRITE-X.
           EXIT.
      /
      *----------------------
       UFWX-4000-OPEN-OUTPUT.
      *----------------------

           MOVE ZERO                   TO WUFWX-SEQ-IO-STATUS.

           OPEN OUTPUT UFWX-DATA-FILE.

           IF  WUFWX-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  UFWX-9000-HANDLE-ERROR
                   THRU UFWX-9000-HANDLE-ERROR-X
           END-IF.

       UFWX-4000-OPEN-OUTPUT-X.
           EXIT.
      /
      *----------------
       UFWX-5000-CLOSE.
      *----------------

           MOVE ZERO                   TO WUFWX-SEQ-IO-STATUS.

           CLOSE UFWX-DATA-FILE.

           IF  WUFWX-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  UFWX-9000-HANDLE-ERROR
                   THRU UFWX-9000-HANDLE-ERROR-X
           END-IF.

       UFWX-5000-CLOSE-X.
           EXIT.
      /
      *-----------------------
       UFWX-9000-HANDLE-ERROR.
      *-----------------------

           MOVE WUFWX-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME.
           MOVE WUFWX-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS.
           MOVE WUFWX-SEQ-IO-COMMAND   TO WGLOB-IO-COMMAND.

           PERFORM  0030-3000-QSAM-ERROR
               THRU 0030-3000-QSAM-ERROR-X.

       UFWX-9000-HANDLE-ERROR-X.
           EXIT.

      *****************************************************************
      **                 END OF COPYBOOK ACPIUFWX                    **
      *****************************************************************
