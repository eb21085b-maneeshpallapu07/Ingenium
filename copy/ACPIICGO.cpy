      *****************************************************************
      **  MEMBER :  ACPIICGO                                         **
      **  REMARKS:  BATCH I/O ROUTINES FOR THE                       **
      **            IFRS 17 CONTRACT GROUP REGISTER (NEW             **
      **            GENERATION) - ONE ROW PER ASSIGNMENT OF AN       **
      **            ISSUED POLICY, WITH ITS RECLASSIFICATION HISTORY **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
572903**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

      *----------------
       ICGO-2000-WRITE.
      *----------------

           MOVE ZERO                   TO WICGO-SEQ-IO-STATUS.

           WRITE RICGO-SEQ-REC-INFO.

           IF  WICGO-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  ICGO-9000-HANDLE-ERROR
                   THRU ICGO-9000-HANDLE-ERROR-X
           END-IF.

       ICGO-2000-WRITE-X.
           EXIT.
      /
      *----------------------
       ICGO-4000-OPEN-OUTPUT.
      *----------------------

           MOVE ZERO                   TO WICGO-SEQ-IO-STATUS.

           OPEN OUTPUT ICGO-DATA-FILE.

           IF  WICGO-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  ICGO-9000-HANDLE-ERROR
                   THRU ICGO-9000-HANDLE-ERROR-X
           END-IF.

       ICGO-4000-OPEN-OUTPUT-X.
           EXIT.
      /
      *----------------
       ICGO-5000-CLOSE.
      *----------------

           MOVE ZERO                   TO WICGO-SEQ-IO-STATUS.

           CLOSE ICGO-DATA-FILE.

           IF  WICGO-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  ICGO-9000-HANDLE-ERROR
                   THRU ICGO-9000-HANDLE-ERROR-X
           END-IF.

       ICGO-5000-CLOSE-X.
           EXIT.
      /
      *-----------------------
       ICGO-9000-HANDLE-ERROR.
      *-----------------------

           MOVE WICGO-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME.
           MOVE WICGO-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS.
           MOVE WICGO-SEQ-IO-COMMAND   TO WGLOB-IO-COMMAND.

           PERFORM  0030-3000-QSAM-ERROR
               THRU 0030-3000-QSAM-ERROR-X.

       ICGO-9000-HANDLE-ERROR-X.
           EXIT.

      *****************************************************************
      **                 END OF COPYBOOK ACPIICGO                    **
      *****************************************************************
