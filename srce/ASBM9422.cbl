874156**                  STEP RC 8 SO THE SCHEDULER DOES NOT        **
874156**                  RELEASE ACCOUNTING'S JOBS AGAINST AN       **
874156**                  EMPTY SUSPENSE FILE                        **
386274**  15OCT26  DEV    APPROVED CARD AUTHORIZATIONS (PAYMENT TYPE **
386274**                  'K') DEBIT CARD SETTLEMENT RECEIVABLE      **
386274**                  INSTEAD OF CASH                            **
      *****************************************************************

      **********************
           05  WS-ACCT-CWA-SUSP             PIC X(08) VALUE '21400000'.
           05  WS-ACCT-PREM-INCOME          PIC X(08) VALUE '40100000'.
           05  WS-ACCT-REFUND-PAYBL         PIC X(08) VALUE '21500000'.
386274     05  WS-ACCT-CARD-RECV            PIC X(08) VALUE '10160000'.

      * IN-STORAGE APPLICATION STATUS SET FROM THE RUPOL DRIVER -
      * I=ISSUED, R=REJECTED, P=PENDING.

      *
      * THE RECEIPT ITSELF - DR CASH / CR CWA SUSPENSE.
386274* A CARD AUTHORIZATION IS NOT CASH UNTIL THE ACQUIRER SETTLES -
386274* IT DEBITS CARD SETTLEMENT RECEIVABLE INSTEAD.
      *
           SET  RGLSX-POSTING-RECEIPT  TO TRUE.
           MOVE WS-ACCT-CASH           TO RGLSX-DR-ACCT-ID.
386274     IF   RCWAE-PMT-TYP-CD       = 'K'
386274          MOVE WS-ACCT-CARD-RECV TO RGLSX-DR-ACCT-ID
386274     END-IF.
           MOVE WS-ACCT-CWA-SUSP       TO RGLSX-CR-ACCT-ID.
           PERFORM  3200-WRITE-GLSX-DETAIL
               THRU 3200-WRITE-GLSX-DETAIL-X.
