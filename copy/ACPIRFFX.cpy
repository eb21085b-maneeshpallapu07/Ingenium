      *****************************************************************
      **  MEMBER :  ACPIRFFX                                         **
      **  REMARKS:  BATCH I/O ROUTINES FOR THE                       **
      **            MONTHLY REFERRAL FEE EXTRACT FOR THE PARTNER     **
      **            MANAGERS (ASBM9523)                              **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
271946**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

      *----------------
       RFFX-2000-WRITE.
      *----------------

           MOVE ZERO                   TO WRFFX-SEQ-IO-STATUS.

           WRITE RRFFX-SEQ-REC-INFO.

           IF  WRFFX-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  RFFX-9000-HANDLE-ERROR
                   THRU RFFX-9000-HANDLE-ERROR-X
           END-IF.

       RFFX-2000-WRITE-X.
           EXIT.
      /
      *----------------------
       RFFX-4000-OPEN-OUTPUT.
      *----------------------

           MOVE ZERO                   TO WRFFX-SEQ-IO-STATUS.

           OPEN OUTPUT RFFX-DATA-FILE.

           IF  WRFFX-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  RFFX-9000-HANDLE-ERROR
                   THRU RFFX-9000-HANDLE-ERROR-X
           END-IF.

       RFFX-4000-OPEN-OUTPUT-X.
           EXIT.
      /
      *----------------
       RFFX-5000-CLOSE.
      *----------------

           MOVE ZERO                   TO WRFFX-SEQ-IO-STATUS.

           CLOSE RFFX-DATA-FILE.

           IF  WRFFX-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  RFFX-9000-HANDLE-ERROR
                   THRU RFFX-9000-HANDLE-ERROR-X
           END-IF.

       RFFX-5000-CLOSE-X.
           EXIT.
      /
      *-----------------------
       RFFX-9000-HANDLE-ERROR.
      *-----------------------

           MOVE WRFFX-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME.
           MOVE WRFFX-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS.
           MOVE WRFFX-SEQ-IO-COMMAND   TO WGLOB-IO-COMMAND.

           PERFORM  0030-3000-QSAM-ERROR
               THRU 0030-3000-QSAM-ERROR-X.

       RFFX-9000-HANDLE-ERROR-X.
           EXIT.

      *****************************************************************
      **                 END OF COPYBOOK ACPIRFFX                    **
      *****************************************************************
