      *****************************************************************
      **  MEMBER :  ACPICWIX                                         **
      **  REMARKS:  BATCH I/O ROUTINES FOR THE                       **
      **            MONTHLY CWA INTEREST EXTRACT WRITTEN BY          **
      **            ASBM9536                                         **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
527308**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

      *----------------
       CWIX-2000-WRITE.
      *----------------

           MOVE ZERO                   TO WCWIX-SEQ-IO-STATUS.

           WRITE RCWIX-SEQ-REC-INFO.

           IF  WCWIX-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  CWIX-9000-HANDLE-ERROR
                   THRU CWIX-9000-HANDLE-ERROR-X
           END-IF.

       CWIX-2000-WRITE-X.
           EXIT.
      /
      *----------------------
       CWIX-4000-OPEN-OUTPUT.
      *----------------------

           MOVE ZERO                   TO WCWIX-SEQ-IO-STATUS.

           OPEN OUTPUT CWIX-DATA-FILE.

           IF  WCWIX-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  CWIX-9000-HANDLE-ERROR
                   THRU CWIX-9000-HANDLE-ERROR-X
           END-IF.

       CWIX-4000-OPEN-OUTPUT-X.
           EXIT.
      /
      *----------------
       CWIX-5000-CLOSE.
      *----------------

           MOVE ZERO                   TO WCWIX-SEQ-IO-STATUS.

           CLOSE CWIX-DATA-FILE.

           IF  WCWIX-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  CWIX-9000-HANDLE-ERROR
                   THRU CWIX-9000-HANDLE-ERROR-X
           END-IF.

       CWIX-5000-CLOSE-X.
           EXIT.
      /
      *-----------------------
       CWIX-9000-HANDLE-ERROR.
      *-----------------------

           MOVE WCWIX-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME.
           MOVE WCWIX-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS.
           MOVE WCWIX-SEQ-IO-COMMAND   TO WGLOB-IO-COMMAND.

           PERFORM  0030-3000-QSAM-ERROR
               THRU 0030-3000-QSAM-ERROR-X.

       CWIX-9000-HANDLE-ERROR-X.
           EXIT.

      *****************************************************************
      **                 END OF COPYBOOK ACPICWIX                    **
      *****************************************************************
