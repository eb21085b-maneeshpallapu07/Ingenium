      *****************************************************************
      **  MEMBER :  ACPIPDCX                                         **
      **  REMARKS:  BATCH I/O ROUTINES FOR THE                       **
      **            PREMIUM DEDUCTION CERTIFICATE DATA FEED TO THE   **
      **            CERTIFICATE VENDOR (ASBM9521)                    **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
613058**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

      *----------------
       PDCX-2000-WRITE.
      *----------------

           MOVE ZERO                   TO WPDCX-SEQ-IO-STATUS.

           WRITE RPDCX-SEQ-REC-INFO.

           IF  WPDCX-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  PDCX-9000-HANDLE-ERROR
                   THRU PDCX-9000-HANDLE-ERROR-X
           END-IF.

       PDCX-2000-WRITE-X.
           EXIT.
      /
      *----------------------
       PDCX-4000-OPEN-OUTPUT.
      *----------------------

           MOVE ZERO                   TO WPDCX-SEQ-IO-STATUS.

           OPEN OUTPUT PDCX-DATA-FILE.

           IF  WPDCX-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  PDCX-9000-HANDLE-ERROR
                   THRU PDCX-9000-HANDLE-ERROR-X
           END-IF.

       PDCX-4000-OPEN-OUTPUT-X.
           EXIT.
      /
      *----------------
       PDCX-5000-CLOSE.
      *----------------

           MOVE ZERO                   TO WPDCX-SEQ-IO-STATUS.

           CLOSE PDCX-DATA-FILE.

           IF  WPDCX-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  PDCX-9000-HANDLE-ERROR
                   THRU PDCX-9000-HANDLE-ERROR-X
           END-IF.

       PDCX-5000-CLOSE-X.
           EXIT.
      /
      *-----------------------
       PDCX-9000-HANDLE-ERROR.
      *-----------------------

           MOVE WPDCX-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME.
           MOVE WPDCX-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS.
           MOVE WPDCX-SEQ-IO-COMMAND   TO WGLOB-IO-COMMAND.

           PERFORM  0030-3000-QSAM-ERROR
               THRU 0030-3000-QSAM-ERROR-X.

       PDCX-9000-HANDLE-ERROR-X.
           EXIT.

      *****************************************************************
      **                 END OF COPYBOOK ACPIPDCX                    **
      *****************************************************************
