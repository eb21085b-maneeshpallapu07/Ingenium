      *****************************************************************
      **  MEMBER :  ACPIUCPX                                         **
      **  REMARKS:  BATCH I/O ROUTINES FOR THE                       **
      **            UNCLAIMED CWA RECEIPT EXTRACT - DUE-DILIGENCE    **
      **            LETTER CANDIDATES, UNCLAIMED-PROPERTY FILING     **
      **            ROWS AND THE DORMANCY AGING SUMMARY              **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
830261**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

      *----------------
       UCPX-2000-WRITE.
      *----------------

           MOVE ZERO                   TO WUCPX-SEQ-IO-STATUS.

           WRITE RUCPX-SEQ-REC-INFO.

           IF  WUCPX-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  UCPX-9000-HANDLE-ERROR
                   THRU UCPX-9000-HANDLE-ERROR-X
           END-IF.

       UCPX-2000-WRITE-X.
           EXIT.
      /
      *----------------------
       UCPX-4000-OPEN-OUTPUT.
      *----------------------

           MOVE ZERO                   TO WUCPX-SEQ-IO-STATUS.

           OPEN OUTPUT UCPX-DATA-FILE.

           IF  WUCPX-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  UCPX-9000-HANDLE-ERROR
                   THRU UCPX-9000-HANDLE-ERROR-X
           END-IF.

       UCPX-4000-OPEN-OUTPUT-X.
           EXIT.
      /
      *----------------
       UCPX-5000-CLOSE.
      *----------------

           MOVE ZERO                   TO WUCPX-SEQ-IO-STATUS.

           CLOSE UCPX-DATA-FILE.

           IF  WUCPX-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  UCPX-9000-HANDLE-ERROR
                   THRU UCPX-9000-HANDLE-ERROR-X
           END-IF.

       UCPX-5000-CLOSE-X.
           EXIT.
      /
      *-----------------------
       UCPX-9000-HANDLE-ERROR.
      *-----------------------

           MOVE WUCPX-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME.
           MOVE WUCPX-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS.
           MOVE WUCPX-SEQ-IO-COMMAND   TO WGLOB-IO-COMMAND.

           PERFORM  0030-3000-QSAM-ERROR
               THRU 0030-3000-QSAM-ERROR-X.

       UCPX-9000-HANDLE-ERROR-X.
           EXIT.

      *****************************************************************
      **                 END OF COPYBOOK ACPIUCPX                    **
      *****************************************************************
