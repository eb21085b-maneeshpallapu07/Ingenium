      *****************************************************************
      **  MEMBER :  ACPISAPO                                         **
      **  REMARKS:  BATCH I/O ROUTINES FOR THE                       **
      **            SEPARATE ACCOUNT FUND PURCHASE ORDER FEED - ONE  **
      **            ROW PER ISSUED POLICY AND FUND, WITH A TRAILER   **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
692518**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

      *----------------
       SAPO-2000-WRITE.
      *----------------

           MOVE ZERO                   TO WSAPO-SEQ-IO-STATUS.

           WRITE RSAPO-SEQ-REC-INFO.

           IF  WSAPO-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  SAPO-9000-HANDLE-ERROR
                   THRU SAPO-9000-HANDLE-ERROR-X
           END-IF.

       SAPO-2000-WRITE-X.
           EXIT.
      /
      *----------------------
       SAPO-4000-OPEN-OUTPUT.
      *----------------------

           MOVE ZERO                   TO WSAPO-SEQ-IO-STATUS.

           OPEN OUTPUT SAPO-DATA-FILE.

           IF  WSAPO-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  SAPO-9000-HANDLE-ERROR
                   THRU SAPO-9000-HANDLE-ERROR-X
           END-IF.

       SAPO-4000-OPEN-OUTPUT-X.
           EXIT.
      /
      *----------------
       SAPO-5000-CLOSE.
      *----------------

           MOVE ZERO                   TO WSAPO-SEQ-IO-STATUS.

           CLOSE SAPO-DATA-FILE.

           IF  WSAPO-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  SAPO-9000-HANDLE-ERROR
                   THRU SAPO-9000-HANDLE-ERROR-X
           END-IF.

       SAPO-5000-CLOSE-X.
           EXIT.
      /
      *-----------------------
       SAPO-9000-HANDLE-ERROR.
      *-----------------------

           MOVE WSAPO-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME.
           MOVE WSAPO-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS.
           MOVE WSAPO-SEQ-IO-COMMAND   TO WGLOB-IO-COMMAND.

           PERFORM  0030-3000-QSAM-ERROR
               THRU 0030-3000-QSAM-ERROR-X.

       SAPO-9000-HANDLE-ERROR-X.
           EXIT.

      *****************************************************************
      **                 END OF COPYBOOK ACPISAPO                    **
      *****************************************************************
