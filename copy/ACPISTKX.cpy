      *****************************************************************
      **  MEMBER :  ACPISTKX                                         **
      **  REMARKS:  BATCH I/O ROUTINES FOR THE                       **
      **            UNUSED APPLICATION STICKER REPORT EXTRACT -      **
      **            ONE ROW PER RUN OF ISSUED STICKERS STILL UNUSED  **
      **            PAST THE AUDIT AGE                               **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
756318**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

      *----------------
       STKX-2000-WRITE.
      *----------------

           MOVE ZERO                   TO WSTKX-SEQ-IO-STATUS.

           WRITE RSTKX-SEQ-REC-INFO.

           IF  WSTKX-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  STKX-9000-HANDLE-ERROR
                   THRU STKX-9000-HANDLE-ERROR-X
           END-IF.

       STKX-2000-WRITE-X.
           EXIT.
      /
      *----------------------
       STKX-4000-OPEN-OUTPUT.
      *----------------------

           MOVE ZERO                   TO WSTKX-SEQ-IO-STATUS.

           OPEN OUTPUT STKX-DATA-FILE.

           IF  WSTKX-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  STKX-9000-HANDLE-ERROR
                   THRU STKX-9000-HANDLE-ERROR-X
           END-IF.

       STKX-4000-OPEN-OUTPUT-X.
           EXIT.
      /
      *----------------
       STKX-5000-CLOSE.
      *----------------

           MOVE ZERO                   TO WSTKX-SEQ-IO-STATUS.

           CLOSE STKX-DATA-FILE.

           IF  WSTKX-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  STKX-9000-HANDLE-ERROR
                   THRU STKX-9000-HANDLE-ERROR-X
           END-IF.

       STKX-5000-CLOSE-X.
           EXIT.
      /
      *-----------------------
       STKX-9000-HANDLE-ERROR.
      *-----------------------

           MOVE WSTKX-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME.
           MOVE WSTKX-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS.
           MOVE WSTKX-SEQ-IO-COMMAND   TO WGLOB-IO-COMMAND.

           PERFORM  0030-3000-QSAM-ERROR
               THRU 0030-3000-QSAM-ERROR-X.

       STKX-9000-HANDLE-ERROR-X.
           EXIT.

      *****************************************************************
      **                 END OF COPYBOOK ACPISTKX                    **
      *****************************************************************
