      *************************
       IDENTIFICATION DIVISION.
      *************************

       PROGRAM-ID. ASBM9536.

       COPY XCWWCRHT.

      *****************************************************************
      **  MEMBER :  ASBM9536                                         **
      **  REMARKS:  MONTHLY INTEREST ON CASH-WITH-APPLICATION HELD   **
      **            BEYOND THE STATUTORY PERIOD.  MERGES THE RCWAE   **
      **            CWA RECEIPT EXTRACT WITH THE RUPOL EXTRACT (BOTH **
      **            SORTED BY APP ID) AND THE REFX REFUND REQUEST    **
      **            HISTORY.  EACH RECEIPT'S HOLDING PERIOD RUNS     **
      **            FROM ITS RECEIPT DATE (ELSE RUPOL-CWA-RECPT-DT)  **
      **            TO THE REFUND REQUEST DATE WHEN THE MONEY WENT   **
      **            BACK, OR TO THE ISSUE DATE WHEN IT WAS APPLIED   **
      **            TO THE FIRST PREMIUM.  WHEN THAT END DATE FALLS  **
      **            IN THE PERIOD AND THE RECEIPT WAS HELD LONGER    **
      **            THAN THE STATUTORY PERIOD ON THE CWIR RATE       **
      **            MASTER, SIMPLE INTEREST FOR THE WHOLE HOLDING    **
      **            PERIOD AT THE RATE IN FORCE ON THE END DATE IS   **
      **            WRITTEN TO THE CWIX EXTRACT - ADDED TO THE       **
      **            REFUND REQUEST (R) OR CREDITED TO THE FIRST      **
      **            PREMIUM (P) - WITH THE MONTH'S GL INTEREST-PAID  **
      **            TOTALS (G) AND A TRAILER.                        **
      **                                                             **
      **            JCL PARM:  BYTES 1-2   COMPANY                   **
      **                       BYTES 3-9   PERIOD (CCYY-MM)          **
      **                                   (DEFAULT PREVIOUS MONTH)  **
      **                                                             **
      **  DOMAIN :  BC                                               **
      **  CLASS  :  PD                                               **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
527308**  15OCT26  DEV    NEW PROGRAM                                **
      *****************************************************************

      **********************
       ENVIRONMENT DIVISION.
      **********************

       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY ACSSCWIR.
       COPY ACSSREFX.
       COPY ACSSCWIX.

      ***************
       DATA DIVISION.
      ***************

       FILE SECTION.

       COPY ACSDCWIR.

       COPY ACSRCWIR.

       COPY ACSDREFX.

       COPY ACSRREFX.

       COPY ACSDCWIX.

       COPY ACSRCWIX.

       WORKING-STORAGE SECTION.

       COPY XCWWPGWS REPLACING '$VAR1' BY 'ASBM9536'.

       COPY SQLCA.

       01  WS-COUNTERS.
           05  WS-RCWAE-REC-READ            PIC 9(07)  VALUE ZEROS.
           05  WS-RUPOL-REC-READ            PIC 9(07)  VALUE ZEROS.
           05  WS-ENDED-IN-PRD-CNT          PIC 9(07)  VALUE ZEROS.
           05  WS-WITHIN-STAT-CNT           PIC 9(07)  VALUE ZEROS.
           05  WS-NO-RATE-CNT               PIC 9(07)  VALUE ZEROS.
           05  WS-BAD-DATE-CNT              PIC 9(07)  VALUE ZEROS.
           05  WS-REFUND-INT-CNT            PIC 9(07)  VALUE ZEROS.
           05  WS-PREM-CR-CNT               PIC 9(07)  VALUE ZEROS.
           05  WS-CWIX-REC-WRITTEN          PIC 9(07)  VALUE ZEROS.
           05  WS-PIC-COUNTER               PIC Z(06)9.
           05  WS-PIC-AMT                   PIC Z(12)9.99-.

       01  WS-AMOUNTS.
           05  WS-REFUND-INT-AMT            PIC S9(15)V9(02) COMP-3
                                                       VALUE ZEROS.
           05  WS-PREM-CR-AMT               PIC S9(15)V9(02) COMP-3
                                                       VALUE ZEROS.
           05  WS-INT-AMT                   PIC S9(13)V9(02) COMP-3.

      * GL ACCOUNTS - INTEREST PAID ON CWA IS AN EXPENSE, PAYABLE WITH
      * THE REFUND OR APPLIED AS PREMIUM AT ISSUE.

       01  WS-GL-ACCOUNTS.
           05  WS-ACCT-CWA-INT-EXP          PIC X(08) VALUE '51300000'.
           05  WS-ACCT-PREM-INCOME          PIC X(08) VALUE '40100000'.
           05  WS-ACCT-REFUND-PAYBL         PIC X(08) VALUE '21500000'.

       01  WS-PGM-WORK-AREA.
           05  WS-RPT-PRD.
               10  WS-RPT-PRD-CCYY          PIC 9(04).
               10  FILLER                   PIC X(01)  VALUE '-'.
               10  WS-RPT-PRD-MM            PIC 9(02).
           05  WS-RUN-DT-CCYYMMDD           PIC 9(08)  VALUE ZEROS.
           05  WS-RUN-DT-GRP                REDEFINES
               WS-RUN-DT-CCYYMMDD.
               10  WS-RUN-DT-CCYY           PIC 9(04).
               10  WS-RUN-DT-MM             PIC 9(02).
               10  WS-RUN-DT-DD             PIC 9(02).
           05  WS-ISO-DT                    PIC X(10).
           05  WS-ISO-DT-CCYYMMDD-GRP.
               10  WS-ISO-DT-CCYY           PIC X(04).
               10  WS-ISO-DT-MM             PIC X(02).
               10  WS-ISO-DT-DD             PIC X(02).
           05  WS-ISO-DT-CCYYMMDD           REDEFINES
               WS-ISO-DT-CCYYMMDD-GRP       PIC 9(08).
           05  WS-ISO-DT-INT                PIC S9(09) COMP-3.
           05  WS-RECPT-DT                  PIC X(10).
           05  WS-RECPT-DT-INT              PIC S9(09) COMP-3.
           05  WS-END-DT                    PIC X(10).
           05  WS-END-DT-INT                PIC S9(09) COMP-3.
           05  WS-HELD-DAYS                 PIC S9(07) COMP-3.
           05  WS-END-TYP-SW                PIC X(01).
               88  WS-END-NONE                    VALUE ' '.
               88  WS-END-REFUND                  VALUE 'R'.
               88  WS-END-ISSUE                   VALUE 'P'.
           05  WS-END-REFUND-TYP-CD         PIC X(02).
           05  WS-MAX-RC                    PIC 9(02)  VALUE ZERO.

      * THE APPLICATION BEHIND THE CURRENT RECEIPT, FROM RUPOL.
      * SEVERAL RECEIPTS ON ONE APPLICATION SHARE IT.

       01  WS-APP-WORK-AREA.
           05  WS-APP-ID                    PIC X(15)  VALUE SPACES.
           05  WS-APP-STAT-CD               PIC X(01).
               88  WS-APP-NOT-ON-FILE             VALUE 'N'.
               88  WS-APP-ISSUED                  VALUE 'I'.
               88  WS-APP-PENDING                 VALUE 'P'.
           05  WS-APP-POL-ID                PIC X(10).
           05  WS-APP-POL-CNV-DT            PIC X(10).
           05  WS-APP-ISS-LOC-CD            PIC X(02).
           05  WS-APP-CWA-RECPT-DT          PIC X(10).

      * REFUND REQUESTS - BY RECEIPT, OR FOR THE WHOLE APPLICATION
      * WHEN IT WAS WITHDRAWN, NOT TAKEN OR DECLINED.

       01  WS-REFX-WORK-AREA.
           05  WS-REFX-MAX                  PIC S9(04) COMP VALUE +5000.
           05  WS-REFX-CNT                  PIC S9(04) COMP VALUE ZERO.
           05  WS-REFX-SUB                  PIC S9(04) COMP.
           05  WS-REFX-USE-SUB              PIC S9(04) COMP.
           05  WS-REFX-TBL.
               10  WS-REFX-ENTRY            OCCURS 5000 TIMES.
                   15  WS-REFX-APP-ID       PIC X(15).
                   15  WS-REFX-RECPT-NUM    PIC X(10).
                   15  WS-REFX-TYP-CD       PIC X(02).
                   15  WS-REFX-RQST-DT      PIC X(10).
                   15  WS-REFX-WHOLE-APP-SW PIC X(01).
                       88  WS-REFX-WHOLE-APP      VALUE 'Y'.
           05  WS-REFX-OVRFLW-SW            PIC X(01)  VALUE 'N'.
               88  WS-REFX-OVERFLOW               VALUE 'Y'.

      * CWA INTEREST RATES BY JURISDICTION AND EFFECTIVE DATE.

       01  WS-RATE-WORK-AREA.
           05  WS-RATE-MAX                  PIC S9(04) COMP VALUE +500.
           05  WS-RATE-CNT                  PIC S9(04) COMP VALUE ZERO.
           05  WS-RATE-SUB                  PIC S9(04) COMP.
           05  WS-RATE-USE-SUB              PIC S9(04) COMP.
           05  WS-RATE-SRCH-LOC-CD          PIC X(02).
           05  WS-RATE-TBL.
               10  WS-RATE-ENTRY            OCCURS 500 TIMES.
                   15  WS-RATE-ISS-LOC-CD   PIC X(02).
                   15  WS-RATE-EFF-DT       PIC X(10).
                   15  WS-RATE-STAT-DAYS    PIC 9(03).
                   15  WS-RATE-INT-RT-PCT   PIC 9(02)V9(04).
           05  WS-RATE-OVRFLW-SW            PIC X(01)  VALUE 'N'.
               88  WS-RATE-OVERFLOW               VALUE 'Y'.
      /
       COPY XCWTFCMD.
      /
       COPY ACSWRUPL.
       COPY ACSWCWAR.
       COPY ACSWCWIR.
       COPY ACSWREFX.
       COPY ACSWCWIX.
      /
      *****************************************************************
      * INPUT PARAMETER INFORMATION                                   *
      *****************************************************************

       01  WGLOB-GLOBAL-AREA.
       COPY XCWWGLOB.

       COPY ACFRUPOL.

       COPY ACFRCWAE.
      /
       LINKAGE SECTION.
      *****************

       01  LK-PARM-AREA.
           05  LK-PARM-LEN                 PIC S9(04) COMP.
           05  LK-PARM-DATA.
               10  LK-COMPANY-CODE         PIC X(02).
               10  LK-RPT-PRD.
                   15  LK-RPT-PRD-CCYY     PIC X(04).
                   15  FILLER              PIC X(01).
                   15  LK-RPT-PRD-MM       PIC X(02).
               10  FILLER                  PIC X(21).
      /
       PROCEDURE DIVISION USING LK-PARM-AREA.

      *--------------
       0000-MAINLINE.
      *--------------

           PERFORM  0100-OPEN-FILES
               THRU 0100-OPEN-FILES-X.

           PERFORM  0200-INITIALIZE
               THRU 0200-INITIALIZE-X.

           PERFORM  1000-LOAD-RATES
               THRU 1000-LOAD-RATES-X.

           PERFORM  1200-LOAD-REFUNDS
               THRU 1200-LOAD-REFUNDS-X.

      *
      * AN INCOMPLETE RATE OR REFUND PICTURE WOULD PAY THE WRONG
      * INTEREST - THE RUN ENDS ON THE ABORT MESSAGE INSTEAD.
      *
           IF   NOT WS-RATE-OVERFLOW
           AND  NOT WS-REFX-OVERFLOW
                PERFORM  RUPL-1000-READ
                    THRU RUPL-1000-READ-X

                PERFORM  CWAR-1000-READ
                    THRU CWAR-1000-READ-X

                PERFORM  2000-PROCESS-RECEIPT
                    THRU 2000-PROCESS-RECEIPT-X
                    UNTIL WCWAR-SEQ-IO-EOF

                PERFORM  4000-WRITE-GL-SUMMARY
                    THRU 4000-WRITE-GL-SUMMARY-X

                PERFORM  4500-WRITE-TRAILER
                    THRU 4500-WRITE-TRAILER-X
           END-IF.

           PERFORM  5000-PRINT-GRAND-TOTALS
               THRU 5000-PRINT-GRAND-TOTALS-X.

           PERFORM  9999-CLOSE-FILES
               THRU 9999-CLOSE-FILES-X.

           IF   WS-NO-RATE-CNT         > ZERO
           OR   WS-BAD-DATE-CNT        > ZERO
                MOVE 4                 TO WS-MAX-RC
           END-IF.

           IF   WS-RATE-OVERFLOW
           OR   WS-REFX-OVERFLOW
                MOVE 8                 TO WS-MAX-RC
           END-IF.

           MOVE WS-MAX-RC              TO RETURN-CODE.

           STOP RUN.

       0000-MAINLINE-X.
           EXIT.
      /
      *----------------
       0100-OPEN-FILES.
      *----------------

           PERFORM  CWIR-3000-OPEN-INPUT
               THRU CWIR-3000-OPEN-INPUT-X.

           PERFORM  REFX-3000-OPEN-INPUT
               THRU REFX-3000-OPEN-INPUT-X.

           PERFORM  RUPL-3000-OPEN-INPUT
               THRU RUPL-3000-OPEN-INPUT-X.

           PERFORM  CWAR-3000-OPEN-INPUT
               THRU CWAR-3000-OPEN-INPUT-X.

           PERFORM  CWIX-4000-OPEN-OUTPUT
               THRU CWIX-4000-OPEN-OUTPUT-X.

       0100-OPEN-FILES-X.
           EXIT.
      /
      *----------------
       0200-INITIALIZE.
      *----------------

           ACCEPT  WS-RUN-DT-CCYYMMDD  FROM DATE YYYYMMDD.

      * DEFAULT PERIOD IS THE PREVIOUS CALENDAR MONTH.

           MOVE WS-RUN-DT-CCYY         TO WS-RPT-PRD-CCYY.
           IF   WS-RUN-DT-MM           = 01
                MOVE 12                TO WS-RPT-PRD-MM
                SUBTRACT 1           FROM WS-RPT-PRD-CCYY
           ELSE
                COMPUTE WS-RPT-PRD-MM  = WS-RUN-DT-MM - 1
           END-IF.

           IF   LK-PARM-LEN                  > ZERO
           AND  LK-COMPANY-CODE              > SPACES
                MOVE LK-COMPANY-CODE    TO WGLOB-COMPANY-CODE
           END-IF.

           IF   LK-PARM-LEN                  > 2
           AND  LK-RPT-PRD-CCYY              NUMERIC
           AND  LK-RPT-PRD-MM                NUMERIC
                MOVE LK-RPT-PRD-CCYY    TO WS-RPT-PRD-CCYY
                MOVE LK-RPT-PRD-MM      TO WS-RPT-PRD-MM
           END-IF.

       0200-INITIALIZE-X.
           EXIT.
      /
      *----------------
       1000-LOAD-RATES.
      *----------------

           PERFORM  CWIR-1000-READ
               THRU CWIR-1000-READ-X.

           PERFORM  1100-LOAD-ONE-RATE
               THRU 1100-LOAD-ONE-RATE-X
               UNTIL WCWIR-SEQ-IO-EOF
               OR    WS-RATE-OVERFLOW.

       1000-LOAD-RATES-X.
           EXIT.
      /
      *-------------------
       1100-LOAD-ONE-RATE.
      *-------------------

           IF   WS-RATE-CNT            < WS-RATE-MAX
                ADD  1                 TO WS-RATE-CNT
                MOVE RCWIR-ISS-LOC-CD  TO WS-RATE-ISS-LOC-CD
                                              (WS-RATE-CNT)
                MOVE RCWIR-EFF-DT      TO WS-RATE-EFF-DT (WS-RATE-CNT)
                MOVE RCWIR-STAT-DAYS   TO WS-RATE-STAT-DAYS
                                              (WS-RATE-CNT)
                MOVE RCWIR-INT-RT-PCT  TO WS-RATE-INT-RT-PCT
                                              (WS-RATE-CNT)
           ELSE
                SET  WS-RATE-OVERFLOW  TO TRUE
      *MSG: CWA INTEREST RATE TABLE FULL - RUN ABORTED - RC 8
                MOVE 'AS95360001'      TO WGLOB-MSG-REF-INFO
                PERFORM  0260-1000-GENERATE-MESSAGE
                    THRU 0260-1000-GENERATE-MESSAGE-X
           END-IF.

           PERFORM  CWIR-1000-READ
               THRU CWIR-1000-READ-X.

       1100-LOAD-ONE-RATE-X.
           EXIT.
      /
      *------------------
       1200-LOAD-REFUNDS.
      *------------------

      * THE REFUND REQUEST FILES OF EVERY PRIOR RUN ARE CONCATENATED
      * IN THE JCL, SO THE TABLE HOLDS THE FULL REFUND HISTORY.

           PERFORM  REFX-1000-READ
               THRU REFX-1000-READ-X.

           PERFORM  1300-LOAD-ONE-REFUND
               THRU 1300-LOAD-ONE-REFUND-X
               UNTIL WREFX-SEQ-IO-EOF
               OR    WS-REFX-OVERFLOW.

       1200-LOAD-REFUNDS-X.
           EXIT.
      /
      *---------------------
       1300-LOAD-ONE-REFUND.
      *---------------------

           IF   WS-REFX-CNT            < WS-REFX-MAX
                ADD  1                 TO WS-REFX-CNT
                MOVE RREFX-APP-ID      TO WS-REFX-APP-ID (WS-REFX-CNT)
                MOVE RREFX-RECPT-NUM   TO WS-REFX-RECPT-NUM
                                              (WS-REFX-CNT)
                MOVE RREFX-REFUND-TYP-CD
                                       TO WS-REFX-TYP-CD (WS-REFX-CNT)
                MOVE RREFX-RQST-DT     TO WS-REFX-RQST-DT (WS-REFX-CNT)
                MOVE 'N'               TO WS-REFX-WHOLE-APP-SW
                                              (WS-REFX-CNT)
                IF   RREFX-TYP-WITHDRAWN
                OR   RREFX-TYP-NOT-TAKEN
                OR   RREFX-TYP-DECLINED
                     MOVE 'Y'          TO WS-REFX-WHOLE-APP-SW
                                              (WS-REFX-CNT)
                END-IF
           ELSE
                SET  WS-REFX-OVERFLOW  TO TRUE
      *MSG: REFUND TABLE FULL - RUN ABORTED - RC 8
                MOVE 'AS95360002'      TO WGLOB-MSG-REF-INFO
                PERFORM  0260-1000-GENERATE-MESSAGE
                    THRU 0260-1000-GENERATE-MESSAGE-X
           END-IF.

           PERFORM  REFX-1000-READ
               THRU REFX-1000-READ-X.

       1300-LOAD-ONE-REFUND-X.
           EXIT.
      /
      *---------------------
       2000-PROCESS-RECEIPT.
      *---------------------

           ADD  1                      TO WS-RCWAE-REC-READ.

           IF   RCWAE-CO-ID        NOT = WGLOB-COMPANY-CODE
                GO TO 2000-PROCESS-RECEIPT-R
           END-IF.

           IF   RCWAE-APP-ID       NOT = WS-APP-ID
                MOVE RCWAE-APP-ID      TO WS-APP-ID
                PERFORM  2100-MATCH-RUPOL
                    THRU 2100-MATCH-RUPOL-X
           END-IF.

           PERFORM  2300-FIND-END-DATE
               THRU 2300-FIND-END-DATE-X.

           IF   WS-END-NONE
           OR   WS-END-DT (1:7)    NOT = WS-RPT-PRD
                GO TO 2000-PROCESS-RECEIPT-R
           END-IF.

           ADD  1                      TO WS-ENDED-IN-PRD-CNT.

      * THE RECEIPT DATE ON THE RECEIPT ITSELF, ELSE THE CWA RECEIPT
      * DATE CARRIED ON THE APPLICATION.

           MOVE RCWAE-RECPT-DT         TO WS-RECPT-DT.
           MOVE WS-RECPT-DT            TO WS-ISO-DT.
           PERFORM  7000-ISO-DATE-TO-INT
               THRU 7000-ISO-DATE-TO-INT-X.

           IF   WS-ISO-DT-INT          = ZERO
                MOVE WS-APP-CWA-RECPT-DT
                                       TO WS-RECPT-DT
                MOVE WS-RECPT-DT       TO WS-ISO-DT
                PERFORM  7000-ISO-DATE-TO-INT
                    THRU 7000-ISO-DATE-TO-INT-X
           END-IF.

           MOVE WS-ISO-DT-INT          TO WS-RECPT-DT-INT.

           MOVE WS-END-DT              TO WS-ISO-DT.
           PERFORM  7000-ISO-DATE-TO-INT
               THRU 7000-ISO-DATE-TO-INT-X.
           MOVE WS-ISO-DT-INT          TO WS-END-DT-INT.

           IF   WS-RECPT-DT-INT        = ZERO
           OR   WS-END-DT-INT          = ZERO
           OR   WS-END-DT-INT          < WS-RECPT-DT-INT
                ADD  1                 TO WS-BAD-DATE-CNT
      *MSG: APP @1 RECEIPT @2 - HOLDING DATES UNUSABLE (@3 / @4)
                MOVE 'AS95360003'      TO WGLOB-MSG-REF-INFO
                MOVE RCWAE-APP-ID      TO WGLOB-MSG-PARM (1)
                MOVE RCWAE-RECPT-NUM   TO WGLOB-MSG-PARM (2)
                MOVE WS-RECPT-DT       TO WGLOB-MSG-PARM (3)
                MOVE WS-END-DT         TO WGLOB-MSG-PARM (4)
                PERFORM  0260-1000-GENERATE-MESSAGE
                    THRU 0260-1000-GENERATE-MESSAGE-X
                GO TO 2000-PROCESS-RECEIPT-R
           END-IF.

           COMPUTE WS-HELD-DAYS        = WS-END-DT-INT
                                       - WS-RECPT-DT-INT.

           PERFORM  2500-FIND-RATE
               THRU 2500-FIND-RATE-X.

           IF   WS-RATE-USE-SUB        = ZERO
                ADD  1                 TO WS-NO-RATE-CNT
      *MSG: APP @1 RECEIPT @2 - NO CWA INTEREST RATE IN FORCE ON @3
                MOVE 'AS95360004'      TO WGLOB-MSG-REF-INFO
                MOVE RCWAE-APP-ID      TO WGLOB-MSG-PARM (1)
                MOVE RCWAE-RECPT-NUM   TO WGLOB-MSG-PARM (2)
                MOVE WS-END-DT         TO WGLOB-MSG-PARM (3)
                PERFORM  0260-1000-GENERATE-MESSAGE
                    THRU 0260-1000-GENERATE-MESSAGE-X
                GO TO 2000-PROCESS-RECEIPT-R
           END-IF.

           IF   WS-HELD-DAYS       NOT > WS-RATE-STAT-DAYS
                                              (WS-RATE-USE-SUB)
                ADD  1                 TO WS-WITHIN-STAT-CNT
                GO TO 2000-PROCESS-RECEIPT-R
           END-IF.

      * ONCE THE STATUTORY PERIOD IS EXCEEDED, INTEREST RUNS FOR THE
      * WHOLE TIME THE MONEY WAS HELD.

           COMPUTE WS-INT-AMT ROUNDED  = RCWAE-RECPT-AMT
                                       * WS-RATE-INT-RT-PCT
                                              (WS-RATE-USE-SUB)
                                       / 100
                                       * WS-HELD-DAYS
                                       / 365.

           IF   WS-INT-AMT         NOT > ZERO
                GO TO 2000-PROCESS-RECEIPT-R
           END-IF.

           PERFORM  3000-WRITE-INTEREST-ROW
               THRU 3000-WRITE-INTEREST-ROW-X.

       2000-PROCESS-RECEIPT-R.

           PERFORM  CWAR-1000-READ
               THRU CWAR-1000-READ-X.

       2000-PROCESS-RECEIPT-X.
           EXIT.
      /
      *-----------------
       2100-MATCH-RUPOL.
      *-----------------

           PERFORM  2110-RUPOL-READ-AHEAD
               THRU 2110-RUPOL-READ-AHEAD-X
               UNTIL WRUPL-SEQ-IO-EOF
               OR    RUPOL-APP-ID NOT LESS THAN WS-APP-ID.

           SET  WS-APP-NOT-ON-FILE     TO TRUE.
           MOVE SPACES                 TO WS-APP-POL-ID
                                          WS-APP-POL-CNV-DT
                                          WS-APP-ISS-LOC-CD
                                          WS-APP-CWA-RECPT-DT.

           IF   WRUPL-SEQ-IO-EOF
           OR   RUPOL-APP-ID       NOT = WS-APP-ID
                GO TO 2100-MATCH-RUPOL-X
           END-IF.

           IF   RUPOL-POL-ASGN
                SET  WS-APP-ISSUED     TO TRUE
           ELSE
                SET  WS-APP-PENDING    TO TRUE
           END-IF.

           MOVE RUPOL-POL-ID           TO WS-APP-POL-ID.
           MOVE RUPOL-POL-CNV-DT       TO WS-APP-POL-CNV-DT.
           MOVE RUPOL-POL-ISS-LOC-CD   TO WS-APP-ISS-LOC-CD.
           MOVE RUPOL-CWA-RECPT-DT     TO WS-APP-CWA-RECPT-DT.

       2100-MATCH-RUPOL-X.
           EXIT.
      /
      *----------------------
       2110-RUPOL-READ-AHEAD.
      *----------------------

           ADD  1                      TO WS-RUPOL-REC-READ.

           PERFORM  RUPL-1000-READ
               THRU RUPL-1000-READ-X.

       2110-RUPOL-READ-AHEAD-X.
           EXIT.
      /
      *-------------------
       2300-FIND-END-DATE.
      *-------------------

      * MONEY REFUNDED WAS HELD UNTIL THE REFUND WAS REQUESTED; MONEY
      * NOT REFUNDED ON AN ISSUED POLICY WAS HELD UNTIL ISSUE.  A
      * RECEIPT STILL HELD HAS NO END DATE YET.

           MOVE SPACES                 TO WS-END-TYP-SW
                                          WS-END-DT
                                          WS-END-REFUND-TYP-CD.

           MOVE ZERO                   TO WS-REFX-USE-SUB.

           PERFORM  2310-MATCH-REFUND
               THRU 2310-MATCH-REFUND-X
               VARYING WS-REFX-SUB FROM 1 BY 1
               UNTIL WS-REFX-SUB > WS-REFX-CNT
               OR    WS-REFX-USE-SUB > ZERO.

           IF   WS-REFX-USE-SUB        > ZERO
                SET  WS-END-REFUND     TO TRUE
                MOVE WS-REFX-RQST-DT (WS-REFX-USE-SUB)
                                       TO WS-END-DT
                MOVE WS-REFX-TYP-CD (WS-REFX-USE-SUB)
                                       TO WS-END-REFUND-TYP-CD
                GO TO 2300-FIND-END-DATE-X
           END-IF.

           IF   WS-APP-ISSUED
           AND  WS-APP-POL-CNV-DT      > SPACES
                SET  WS-END-ISSUE      TO TRUE
                MOVE WS-APP-POL-CNV-DT TO WS-END-DT
           END-IF.

       2300-FIND-END-DATE-X.
           EXIT.
      /
      *------------------
       2310-MATCH-REFUND.
      *------------------

           IF   WS-REFX-APP-ID (WS-REFX-SUB) NOT = RCWAE-APP-ID
                GO TO 2310-MATCH-REFUND-X
           END-IF.

           IF   WS-REFX-WHOLE-APP (WS-REFX-SUB)
           OR   WS-REFX-RECPT-NUM (WS-REFX-SUB) = RCWAE-RECPT-NUM
                MOVE WS-REFX-SUB       TO WS-REFX-USE-SUB
           END-IF.

       2310-MATCH-REFUND-X.
           EXIT.
      /
      *---------------
       2500-FIND-RATE.
      *---------------

      * THE LATEST ROW IN FORCE ON THE END DATE FOR THE ISSUE
      * JURISDICTION, ELSE FOR THE DEFAULT JURISDICTION.

           MOVE ZERO                   TO WS-RATE-USE-SUB.

           IF   WS-APP-ISS-LOC-CD      > SPACES
                MOVE WS-APP-ISS-LOC-CD TO WS-RATE-SRCH-LOC-CD
                PERFORM  2510-MATCH-RATE
                    THRU 2510-MATCH-RATE-X
                    VARYING WS-RATE-SUB FROM 1 BY 1
                    UNTIL WS-RATE-SUB > WS-RATE-CNT
           END-IF.

           IF   WS-RATE-USE-SUB        > ZERO
                GO TO 2500-FIND-RATE-X
           END-IF.

           MOVE '**'                   TO WS-RATE-SRCH-LOC-CD.

           PERFORM  2510-MATCH-RATE
               THRU 2510-MATCH-RATE-X
               VARYING WS-RATE-SUB FROM 1 BY 1
               UNTIL WS-RATE-SUB > WS-RATE-CNT.

       2500-FIND-RATE-X.
           EXIT.
      /
      *----------------
       2510-MATCH-RATE.
      *----------------

           IF   WS-RATE-ISS-LOC-CD (WS-RATE-SUB)
                                   NOT = WS-RATE-SRCH-LOC-CD
           OR   WS-RATE-EFF-DT (WS-RATE-SUB) > WS-END-DT
                GO TO 2510-MATCH-RATE-X
           END-IF.

           IF   WS-RATE-USE-SUB        = ZERO
                MOVE WS-RATE-SUB       TO WS-RATE-USE-SUB
                GO TO 2510-MATCH-RATE-X
           END-IF.

           IF   WS-RATE-EFF-DT (WS-RATE-SUB)
                                       > WS-RATE-EFF-DT
                                              (WS-RATE-USE-SUB)
                MOVE WS-RATE-SUB       TO WS-RATE-USE-SUB
           END-IF.

       2510-MATCH-RATE-X.
           EXIT.
      /
      *------------------------
       3000-WRITE-INTEREST-ROW.
      *------------------------

           MOVE SPACES                 TO RCWIX-SEQ-REC-INFO.
           MOVE WS-RPT-PRD             TO RCWIX-RPT-PRD.
           MOVE WGLOB-COMPANY-CODE     TO RCWIX-CO-ID.
           MOVE RCWAE-APP-ID           TO RCWIX-APP-ID.
           MOVE WS-APP-POL-ID          TO RCWIX-POL-ID.
           MOVE RCWAE-RECPT-NUM        TO RCWIX-RECPT-NUM.
           MOVE WS-RECPT-DT            TO RCWIX-RECPT-DT.
           MOVE RCWAE-RECPT-AMT        TO RCWIX-RECPT-AMT.
           MOVE WS-END-DT              TO RCWIX-END-DT.
           MOVE WS-END-REFUND-TYP-CD   TO RCWIX-REFUND-TYP-CD.
           MOVE WS-RATE-ISS-LOC-CD (WS-RATE-USE-SUB)
                                       TO RCWIX-ISS-LOC-CD.
           MOVE WS-HELD-DAYS           TO RCWIX-HELD-DAYS.
           MOVE WS-RATE-STAT-DAYS (WS-RATE-USE-SUB)
                                       TO RCWIX-STAT-DAYS.
           MOVE WS-RATE-INT-RT-PCT (WS-RATE-USE-SUB)
                                       TO RCWIX-INT-RT-PCT.
           MOVE WS-INT-AMT             TO RCWIX-INT-AMT.

           IF   WS-END-REFUND
                SET  RCWIX-REC-TYP-REFUND  TO TRUE
                ADD  1                 TO WS-REFUND-INT-CNT
                ADD  WS-INT-AMT        TO WS-REFUND-INT-AMT
           ELSE
                SET  RCWIX-REC-TYP-PREM-CR TO TRUE
                ADD  1                 TO WS-PREM-CR-CNT
                ADD  WS-INT-AMT        TO WS-PREM-CR-AMT
           END-IF.

           PERFORM  CWIX-2000-WRITE
               THRU CWIX-2000-WRITE-X.

           ADD  1                      TO WS-CWIX-REC-WRITTEN.

       3000-WRITE-INTEREST-ROW-X.
           EXIT.
      /
      *----------------------
       4000-WRITE-GL-SUMMARY.
      *----------------------

      * INTEREST ADDED TO REFUNDS IS PAYABLE WITH THE REFUND; INTEREST
      * CREDITED AT ISSUE IS APPLIED AS PREMIUM.

           MOVE SPACES                 TO RCWIX-SEQ-REC-INFO.
           SET  RCWIX-REC-TYP-GL-SUMMARY TO TRUE.
           MOVE WS-RPT-PRD             TO RCWIX-RPT-PRD.
           MOVE WGLOB-COMPANY-CODE     TO RCWIX-CO-ID.
           MOVE WS-ACCT-CWA-INT-EXP    TO RCWIX-GL-DR-ACCT-ID.
           MOVE WS-ACCT-REFUND-PAYBL   TO RCWIX-GL-CR-ACCT-ID.
           MOVE WS-REFUND-INT-CNT      TO RCWIX-GL-INT-CNT.
           MOVE WS-REFUND-INT-AMT      TO RCWIX-GL-INT-AMT.

           PERFORM  CWIX-2000-WRITE
               THRU CWIX-2000-WRITE-X.

           ADD  1                      TO WS-CWIX-REC-WRITTEN.

           MOVE SPACES                 TO RCWIX-SEQ-REC-INFO.
           SET  RCWIX-REC-TYP-GL-SUMMARY TO TRUE.
           MOVE WS-RPT-PRD             TO RCWIX-RPT-PRD.
           MOVE WGLOB-COMPANY-CODE     TO RCWIX-CO-ID.
           MOVE WS-ACCT-CWA-INT-EXP    TO RCWIX-GL-DR-ACCT-ID.
           MOVE WS-ACCT-PREM-INCOME    TO RCWIX-GL-CR-ACCT-ID.
           MOVE WS-PREM-CR-CNT         TO RCWIX-GL-INT-CNT.
           MOVE WS-PREM-CR-AMT         TO RCWIX-GL-INT-AMT.

           PERFORM  CWIX-2000-WRITE
               THRU CWIX-2000-WRITE-X.

           ADD  1                      TO WS-CWIX-REC-WRITTEN.

       4000-WRITE-GL-SUMMARY-X.
           EXIT.
      /
      *-------------------
       4500-WRITE-TRAILER.
      *-------------------

           MOVE SPACES                 TO RCWIX-SEQ-REC-INFO.
           SET  RCWIX-REC-TYP-TRAILER  TO TRUE.
           MOVE WS-RPT-PRD             TO RCWIX-RPT-PRD.
           MOVE WGLOB-COMPANY-CODE     TO RCWIX-CO-ID.
           MOVE WS-RCWAE-REC-READ      TO RCWIX-TRL-RECPT-CNT.
           MOVE WS-REFUND-INT-CNT      TO RCWIX-TRL-REFUND-CNT.
           MOVE WS-REFUND-INT-AMT      TO RCWIX-TRL-REFUND-AMT.
           MOVE WS-PREM-CR-CNT         TO RCWIX-TRL-PREM-CR-CNT.
           MOVE WS-PREM-CR-AMT         TO RCWIX-TRL-PREM-CR-AMT.
           MOVE WS-NO-RATE-CNT         TO RCWIX-TRL-NO-RATE-CNT.

           PERFORM  CWIX-2000-WRITE
               THRU CWIX-2000-WRITE-X.

           ADD  1                      TO WS-CWIX-REC-WRITTEN.

       4500-WRITE-TRAILER-X.
           EXIT.
      /
      *------------------------
       5000-PRINT-GRAND-TOTALS.
      *------------------------

      *MSG: CWA RECEIPTS READ @1, DISPOSED IN PERIOD @2 (@3)
           MOVE 'AS95360005'           TO WGLOB-MSG-REF-INFO.
           MOVE WS-RCWAE-REC-READ      TO WS-PIC-COUNTER.
           MOVE WS-PIC-COUNTER         TO WGLOB-MSG-PARM (1).
           MOVE WS-ENDED-IN-PRD-CNT    TO WS-PIC-COUNTER.
           MOVE WS-PIC-COUNTER         TO WGLOB-MSG-PARM (2).
           MOVE WS-RPT-PRD             TO WGLOB-MSG-PARM (3).
           PERFORM  0260-1000-GENERATE-MESSAGE
               THRU 0260-1000-GENERATE-MESSAGE-X.

      *MSG: WITHIN STATUTORY PERIOD @1, NO RATE @2, BAD DATES @3
           MOVE 'AS95360006'           TO WGLOB-MSG-REF-INFO.
           MOVE WS-WITHIN-STAT-CNT     TO WS-PIC-COUNTER.
           MOVE WS-PIC-COUNTER         TO WGLOB-MSG-PARM (1).
           MOVE WS-NO-RATE-CNT         TO WS-PIC-COUNTER.
           MOVE WS-PIC-COUNTER         TO WGLOB-MSG-PARM (2).
           MOVE WS-BAD-DATE-CNT        TO WS-PIC-COUNTER.
           MOVE WS-PIC-COUNTER         TO WGLOB-MSG-PARM (3).
           PERFORM  0260-1000-GENERATE-MESSAGE
               THRU 0260-1000-GENERATE-MESSAGE-X.

      *MSG: INTEREST ADDED TO REFUNDS @1 FOR @2
           MOVE 'AS95360007'           TO WGLOB-MSG-REF-INFO.
           MOVE WS-REFUND-INT-CNT      TO WS-PIC-COUNTER.
           MOVE WS-PIC-COUNTER         TO WGLOB-MSG-PARM (1).
           MOVE WS-REFUND-INT-AMT      TO WS-PIC-AMT.
           MOVE WS-PIC-AMT             TO WGLOB-MSG-PARM (2).
           PERFORM  0260-1000-GENERATE-MESSAGE
               THRU 0260-1000-GENERATE-MESSAGE-X.

      *MSG: INTEREST CREDITED TO FIRST PREMIUMS @1 FOR @2
           MOVE 'AS95360008'           TO WGLOB-MSG-REF-INFO.
           MOVE WS-PREM-CR-CNT         TO WS-PIC-COUNTER.
           MOVE WS-PIC-COUNTER         TO WGLOB-MSG-PARM (1).
           MOVE WS-PREM-CR-AMT         TO WS-PIC-AMT.
           MOVE WS-PIC-AMT             TO WGLOB-MSG-PARM (2).
           PERFORM  0260-1000-GENERATE-MESSAGE
               THRU 0260-1000-GENERATE-MESSAGE-X.

       5000-PRINT-GRAND-TOTALS-X.
           EXIT.
      /
      *---------------------
       7000-ISO-DATE-TO-INT.
      *---------------------

      * CONVERTS THE ISO CCYY-MM-DD DATE IN WS-ISO-DT TO AN INTEGER
      * DAY NUMBER; AN UNREADABLE DATE RETURNS ZERO.

           MOVE ZERO                   TO WS-ISO-DT-INT.

           MOVE WS-ISO-DT (1:4)        TO WS-ISO-DT-CCYY.
           MOVE WS-ISO-DT (6:2)        TO WS-ISO-DT-MM.
           MOVE WS-ISO-DT (9:2)        TO WS-ISO-DT-DD.

           IF   WS-ISO-DT-CCYYMMDD-GRP NOT NUMERIC
           OR   WS-ISO-DT-CCYYMMDD     = ZERO
                GO TO 7000-ISO-DATE-TO-INT-X
           END-IF.

           COMPUTE WS-ISO-DT-INT =
               FUNCTION INTEGER-OF-DATE (WS-ISO-DT-CCYYMMDD).

       7000-ISO-DATE-TO-INT-X.
           EXIT.
      /
      *-----------------
       9999-CLOSE-FILES.
      *-----------------

           PERFORM  CWIR-5000-CLOSE
               THRU CWIR-5000-CLOSE-X.

           PERFORM  REFX-4000-CLOSE
               THRU REFX-4000-CLOSE-X.

           PERFORM  RUPL-4000-CLOSE
               THRU RUPL-4000-CLOSE-X.

           PERFORM  CWAR-4000-CLOSE
               THRU CWAR-4000-CLOSE-X.

           PERFORM  CWIX-5000-CLOSE
               THRU CWIX-5000-CLOSE-X.

       9999-CLOSE-FILES-X.
           EXIT.
      /
      *****************************************************************
      * I/O PROCESSING COPYBOOKS                                      *
      *****************************************************************

       COPY ACPARUPL.
       COPY ACPNRUPL.
       COPY ACPORUPL.
       COPY ACPLRUPL.
      /
       COPY ACPACWAR.
       COPY ACPNCWAR.
       COPY ACPOCWAR.
       COPY ACPLCWAR.
      /
       COPY ACPICWIR.
      /
       COPY ACPEREFX.
      /
       COPY ACPICWIX.
      /
      *****************************************************************
      * ERROR HANDLING ROUTINES                                       *
      *****************************************************************

       COPY XCPL0030.

       COPY XCPL0260.

      *****************************************************************
      **                 END OF PROGRAM ASBM9536                     **
      *****************************************************************
