      *****************************************************************
      **  MEMBER :  ACPIRFEX                                         **
      **  REMARKS:  BATCH I/O ROUTINES FOR THE                       **
      **            REFERRAL CODE EXCEPTION LIST - UNKNOWN, EXPIRED  **
      **            OR NOT YET EFFECTIVE CODES SEEN AT IMPORT        **
      **            (ASBM9522)                                       **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
271946**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

      *----------------
       RFEX-2000-WRITE.
      *----------------

           MOVE ZERO                   TO WRFEX-SEQ-IO-STATUS.

           WRITE RRFEX-SEQ-REC-INFO.

           IF  WRFEX-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  RFEX-9000-HANDLE-ERROR
                   THRU RFEX-9000-HANDLE-ERROR-X
           END-IF.

       RFEX-2000-WRITE-X.
           EXIT.
      /
      *----------------------
       RFEX-4000-OPEN-OUTPUT.
      *----------------------

           MOVE ZERO                   TO WRFEX-SEQ-IO-STATUS.

           OPEN OUTPUT RFEX-DATA-FILE.

           IF  WRFEX-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  RFEX-9000-HANDLE-ERROR
                   THRU RFEX-9000-HANDLE-ERROR-X
           END-IF.

       RFEX-4000-OPEN-OUTPUT-X.
           EXIT.
      /
      *----------------
       RFEX-5000-CLOSE.
      *----------------

           MOVE ZERO                   TO WRFEX-SEQ-IO-STATUS.

           CLOSE RFEX-DATA-FILE.

           IF  WRFEX-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  RFEX-9000-HANDLE-ERROR
                   THRU RFEX-9000-HANDLE-ERROR-X
           END-IF.

       RFEX-5000-CLOSE-X.
           EXIT.
      /
      *-----------------------
       RFEX-9000-HANDLE-ERROR.
      *-----------------------

           MOVE WRFEX-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME.
           MOVE WRFEX-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS.
           MOVE WRFEX-SEQ-IO-COMMAND   TO WGLOB-IO-COMMAND.

           PERFORM  0030-3000-QSAM-ERROR
               THRU 0030-3000-QSAM-ERROR-X.

       RFEX-9000-HANDLE-ERROR-X.
           EXIT.

      *****************************************************************
      **                 END OF COPYBOOK ACPIRFEX                    **
      *****************************************************************
