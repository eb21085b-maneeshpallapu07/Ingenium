      *****************************************************************
      **  MEMBER :  ACPICCAQ                                         **
      **  REMARKS:  BATCH I/O ROUTINES FOR THE                       **
      **            CARD AUTHORIZATION REQUEST FILE                  **
      **            SENT TO THE PAYMENT GATEWAY (ASBM9524)           **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
386274**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

      *----------------
       CCAQ-2000-WRITE.
      *----------------

           MOVE ZERO                   TO WCCAQ-SEQ-IO-STATUS.

           WRITE RCCAQ-SEQ-REC-INFO.

           IF  WCCAQ-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  CCAQ-9000-HANDLE-ERROR
                   THRU CCAQ-9000-HANDLE-ERROR-X
           END-IF.

       CCAQ-2000-WRITE-X.
           EXIT.
      /
      *----------------------
       CCAQ-4000-OPEN-OUTPUT.
      *----------------------

           MOVE ZERO                   TO WCCAQ-SEQ-IO-STATUS.

           OPEN OUTPUT CCAQ-DATA-FILE.

           IF  WCCAQ-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  CCAQ-9000-HANDLE-ERROR
                   THRU CCAQ-9000-HANDLE-ERROR-X
           END-IF.

       CCAQ-4000-OPEN-OUTPUT-X.
           EXIT.
      /
      *----------------
       CCAQ-5000-CLOSE.
      *----------------

           MOVE ZERO                   TO WCCAQ-SEQ-IO-STATUS.

           CLOSE CCAQ-DATA-FILE.

           IF  WCCAQ-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  CCAQ-9000-HANDLE-ERROR
                   THRU CCAQ-9000-HANDLE-ERROR-X
           END-IF.

       CCAQ-5000-CLOSE-X.
           EXIT.
      /
      *-----------------------
       CCAQ-9000-HANDLE-ERROR.
      *-----------------------

           MOVE WCCAQ-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME.
           MOVE WCCAQ-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS.
           MOVE WCCAQ-SEQ-IO-COMMAND   TO WGLOB-IO-COMMAND.

           PERFORM  0030-3000-QSAM-ERROR
               THRU 0030-3000-QSAM-ERROR-X.

       CCAQ-9000-HANDLE-ERROR-X.
           EXIT.

      *****************************************************************
      **                 END OF COPYBOOK ACPICCAQ                    **
      *****************************************************************
