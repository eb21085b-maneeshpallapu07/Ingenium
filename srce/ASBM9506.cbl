      *************************
       IDENTIFICATION DIVISION.
      *************************

       PROGRAM-ID. ASBM9506.

       COPY XCWWCRHT.

      *****************************************************************
      **  MEMBER :  ASBM9506                                         **
      **  REMARKS:  UNAPPLIED CWA RECEIPT ESCHEATMENT AND UNCLAIMED- **
      **            PROPERTY REPORT.  MERGES THE RCWAE CWA RECEIPT   **
      **            EXTRACT WITH THE RUPOL AND RUCLI EXTRACTS (ALL   **
      **            SORTED BY APP ID) AND FINDS EVERY RECEIPT WITH   **
      **            NO FINAL DISPOSITION - THE APPLICATION NEVER     **
      **            ISSUED, THE RECEIPT WAS NEVER REFUNDED (REFX     **
      **            REFUND REQUEST HISTORY) AND THE APPLICATION WAS  **
      **            NEVER WITHDRAWN (WDRW DISPOSITION HISTORY).      **
      **            EACH SUCH RECEIPT IS AGED FROM ITS RECEIPT DATE. **
      **            PAST THE DUE-DILIGENCE THRESHOLD IT IS WRITTEN   **
      **            TO THE UCPX EXTRACT AS A LETTER CANDIDATE (D)    **
      **            WITH THE OWNER'S NAME AND ADDRESS; PAST THE      **
      **            FILING THRESHOLD AS AN UNCLAIMED-PROPERTY FILING **
      **            ROW (F).  AGING SUMMARY ROWS BY CWA CHANNEL AND  **
      **            RECEIPT YEAR AND A TRAILER FOLLOW.               **
      **                                                             **
      **            JCL PARM:  BYTES 1-2   COMPANY                   **
      **                       BYTES 3-7   DUE-DILIGENCE DAYS        **
      **                                   (DEFAULT 01095)           **
      **                       BYTES 8-12  FILING DAYS               **
      **                                   (DEFAULT 01825)           **
      **                                                             **
      **  DOMAIN :  BC                                               **
      **  CLASS  :  PD                                               **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
830261**  15OCT26  DEV    NEW PROGRAM                                **
      *****************************************************************

      **********************
       ENVIRONMENT DIVISION.
      **********************

       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY ACSSREFX.
       COPY ACSSWDRW.
       COPY ACSSUCPX.

      ***************
       DATA DIVISION.
      ***************

       FILE SECTION.

       COPY ACSDREFX.

       COPY ACSRREFX.

       COPY ACSDWDRW.

       COPY ACSRWDRW.

       COPY ACSDUCPX.

       COPY ACSRUCPX.

       WORKING-STORAGE SECTION.

       COPY XCWWPGWS REPLACING '$VAR1' BY 'ASBM9506'.

       COPY SQLCA.

       01  WS-COUNTERS.
           05  WS-RCWAE-REC-READ            PIC 9(07)  VALUE ZEROS.
           05  WS-RUPOL-REC-READ            PIC 9(07)  VALUE ZEROS.
           05  WS-ISSUED-CNT                PIC 9(07)  VALUE ZEROS.
           05  WS-REFUNDED-CNT              PIC 9(07)  VALUE ZEROS.
           05  WS-WITHDRAWN-CNT             PIC 9(07)  VALUE ZEROS.
           05  WS-UNDISP-CNT                PIC 9(07)  VALUE ZEROS.
           05  WS-DD-CNT                    PIC 9(07)  VALUE ZEROS.
           05  WS-FILE-CNT                  PIC 9(07)  VALUE ZEROS.
           05  WS-UCPX-REC-WRITTEN          PIC 9(07)  VALUE ZEROS.
           05  WS-PIC-COUNTER               PIC Z(06)9.

       01  WS-AMOUNTS.
           05  WS-DD-AMT                    PIC S9(15)V9(02) COMP-3
                                                       VALUE ZEROS.
           05  WS-FILE-AMT                  PIC S9(15)V9(02) COMP-3
                                                       VALUE ZEROS.

      * DORMANCY THRESHOLDS IN DAYS FROM THE RECEIPT DATE - THE
      * STATUTORY PERIODS, OVERRIDDEN ON THE PARM.

       01  WS-THRESHOLDS.
           05  WS-DD-DAYS                   PIC 9(05)  VALUE 01095.
           05  WS-FILE-DAYS                 PIC 9(05)  VALUE 01825.

       01  WS-PGM-WORK-AREA.
           05  WS-RUN-DT-CCYYMMDD           PIC 9(08)  VALUE ZEROS.
           05  WS-RUN-DT-GRP                REDEFINES
               WS-RUN-DT-CCYYMMDD.
               10  WS-RUN-DT-CCYY           PIC 9(04).
               10  WS-RUN-DT-MM             PIC 9(02).
               10  WS-RUN-DT-DD             PIC 9(02).
           05  WS-RUN-DT-ISO.
               10  WS-RUN-ISO-CCYY          PIC 9(04).
               10  FILLER                   PIC X(01)  VALUE '-'.
               10  WS-RUN-ISO-MM            PIC 9(02).
               10  FILLER                   PIC X(01)  VALUE '-'.
               10  WS-RUN-ISO-DD            PIC 9(02).
           05  WS-RUN-DT-INT                PIC S9(09) COMP-3.
           05  WS-ISO-DT                    PIC X(10).
           05  WS-ISO-DT-CCYYMMDD-GRP.
               10  WS-ISO-DT-CCYY           PIC X(04).
               10  WS-ISO-DT-MM             PIC X(02).
               10  WS-ISO-DT-DD             PIC X(02).
           05  WS-ISO-DT-CCYYMMDD           REDEFINES
               WS-ISO-DT-CCYYMMDD-GRP       PIC 9(08).
           05  WS-ISO-DT-INT                PIC S9(09) COMP-3.
           05  WS-DORM-DAYS                 PIC S9(07) COMP-3.
           05  WS-MAX-RC                    PIC 9(02)  VALUE ZERO.

      * THE APPLICATION BEHIND THE CURRENT RECEIPT - STATUS FROM RUPOL
      * AND THE OWNER (ELSE THE FIRST CLIENT) FROM RUCLI.  SEVERAL
      * RECEIPTS ON ONE APPLICATION SHARE IT.

       01  WS-APP-WORK-AREA.
           05  WS-APP-ID                    PIC X(15)  VALUE SPACES.
           05  WS-APP-STAT-CD               PIC X(01).
               88  WS-APP-NOT-ON-FILE             VALUE 'N'.
               88  WS-APP-ISSUED                  VALUE 'I'.
               88  WS-APP-REJECTED                VALUE 'R'.
               88  WS-APP-PENDING                 VALUE 'P'.
           05  WS-CLI-ROW-COUNT             PIC 9(03).
           05  WS-OWNR-FOUND-SW             PIC X(01).
               88  WS-OWNR-FOUND                  VALUE 'Y'.
           05  WS-OWNR-SUR-NM               PIC X(25).
           05  WS-OWNR-GIV-NM               PIC X(25).
           05  WS-OWNR-PSTL-CD              PIC X(08).
           05  WS-OWNR-ADDR-TXT             PIC X(72).

      * WITHDRAWN / NOT-TAKEN APPLICATIONS.

       01  WS-WDRW-WORK-AREA.
           05  WS-WDRW-MAX                  PIC S9(04) COMP VALUE +5000.
           05  WS-WDRW-CNT                  PIC S9(04) COMP VALUE ZERO.
           05  WS-WDRW-SUB                  PIC S9(04) COMP.
           05  WS-WDRW-USE-SUB              PIC S9(04) COMP.
           05  WS-WDRW-TBL.
               10  WS-WDRW-ENTRY            OCCURS 5000 TIMES.
                   15  WS-WDRW-APP-ID       PIC X(15).
           05  WS-WDRW-OVRFLW-SW            PIC X(01)  VALUE 'N'.
               88  WS-WDRW-OVERFLOW               VALUE 'Y'.

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
                   15  WS-REFX-WHOLE-APP-SW PIC X(01).
                       88  WS-REFX-WHOLE-APP      VALUE 'Y'.
           05  WS-REFX-OVRFLW-SW            PIC X(01)  VALUE 'N'.
               88  WS-REFX-OVERFLOW               VALUE 'Y'.

      * AGING CELLS - CWA CHANNEL AND RECEIPT YEAR.

       01  WS-AGE-WORK-AREA.
           05  WS-AGE-MAX                   PIC S9(04) COMP VALUE +400.
           05  WS-AGE-CNT                   PIC S9(04) COMP VALUE ZERO.
           05  WS-AGE-SUB                   PIC S9(04) COMP.
           05  WS-AGE-USE-SUB               PIC S9(04) COMP.
           05  WS-AGE-TBL.
               10  WS-AGE-ENTRY             OCCURS 400 TIMES.
                   15  WS-AGE-CHNL-CD       PIC X(01).
                   15  WS-AGE-RECPT-CCYY    PIC X(04).
                   15  WS-AGE-RECPT-CNT     PIC 9(07).
                   15  WS-AGE-RECPT-AMT     PIC S9(13)V9(02) COMP-3.
                   15  WS-AGE-DD-CNT        PIC 9(07).
                   15  WS-AGE-DD-AMT        PIC S9(13)V9(02) COMP-3.
                   15  WS-AGE-FILE-CNT      PIC 9(07).
                   15  WS-AGE-FILE-AMT      PIC S9(13)V9(02) COMP-3.
           05  WS-AGE-OVRFLW-SW             PIC X(01)  VALUE 'N'.
               88  WS-AGE-OVERFLOW                VALUE 'Y'.
      /
       COPY XCWTFCMD.
      /
       COPY ACSWRUPL.
       COPY ACSWUCLI.
       COPY ACSWCWAR.
       COPY ACSWREFX.
       COPY ACSWWDRW.
       COPY ACSWUCPX.
      /
      *****************************************************************
      * INPUT PARAMETER INFORMATION                                   *
      *****************************************************************

       01  WGLOB-GLOBAL-AREA.
       COPY XCWWGLOB.

       COPY ACFRUPOL.

       COPY ACFRUCLI.

       COPY ACFRCWAE.
      /
       LINKAGE SECTION.
      *****************

       01  LK-PARM-AREA.
           05  LK-PARM-LEN                 PIC S9(04) COMP.
           05  LK-PARM-DATA.
               10  LK-COMPANY-CODE         PIC X(02).
               10  LK-DD-DAYS              PIC X(05).
               10  LK-FILE-DAYS            PIC X(05).
               10  FILLER                  PIC X(18).
      /
       PROCEDURE DIVISION USING LK-PARM-AREA.

      *--------------
       0000-MAINLINE.
      *--------------

           PERFORM  0100-OPEN-FILES
               THRU 0100-OPEN-FILES-X.

           PERFORM  0200-INITIALIZE
               THRU 0200-INITIALIZE-X.

           PERFORM  1000-LOAD-WITHDRAWALS
               THRU 1000-LOAD-WITHDRAWALS-X.

           PERFORM  1200-LOAD-REFUNDS
               THRU 1200-LOAD-REFUNDS-X.

      *
      * A PARTIAL DISPOSITION PICTURE WOULD SEND LETTERS ON MONEY
      * ALREADY RETURNED - THE RUN ENDS ON THE ABORT MESSAGE INSTEAD.
      *
           IF   NOT WS-WDRW-OVERFLOW
           AND  NOT WS-REFX-OVERFLOW
                PERFORM  RUPL-1000-READ
                    THRU RUPL-1000-READ-X

                PERFORM  UCLI-1000-READ
                    THRU UCLI-1000-READ-X

                PERFORM  CWAR-1000-READ
                    THRU CWAR-1000-READ-X

                PERFORM  2000-PROCESS-RECEIPT
                    THRU 2000-PROCESS-RECEIPT-X
                    UNTIL WCWAR-SEQ-IO-EOF

                PERFORM  4000-WRITE-AGING-SUMMARY
                    THRU 4000-WRITE-AGING-SUMMARY-X
                    VARYING WS-AGE-SUB FROM 1 BY 1
                    UNTIL WS-AGE-SUB > WS-AGE-CNT

                PERFORM  4500-WRITE-TRAILER
                    THRU 4500-WRITE-TRAILER-X
           END-IF.

           PERFORM  5000-PRINT-GRAND-TOTALS
               THRU 5000-PRINT-GRAND-TOTALS-X.

           PERFORM  9999-CLOSE-FILES
               THRU 9999-CLOSE-FILES-X.

           IF   WS-FILE-CNT            > ZERO
                MOVE 4                 TO WS-MAX-RC
           END-IF.

           IF   WS-WDRW-OVERFLOW
           OR   WS-REFX-OVERFLOW
           OR   WS-AGE-OVERFLOW
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

           PERFORM  WDRW-3000-OPEN-INPUT
               THRU WDRW-3000-OPEN-INPUT-X.

           PERFORM  REFX-3000-OPEN-INPUT
               THRU REFX-3000-OPEN-INPUT-X.

           PERFORM  RUPL-3000-OPEN-INPUT
               THRU RUPL-3000-OPEN-INPUT-X.

           PERFORM  UCLI-3000-OPEN-INPUT
               THRU UCLI-3000-OPEN-INPUT-X.

           PERFORM  CWAR-3000-OPEN-INPUT
               THRU CWAR-3000-OPEN-INPUT-X.

           PERFORM  UCPX-4000-OPEN-OUTPUT
               THRU UCPX-4000-OPEN-OUTPUT-X.

       0100-OPEN-FILES-X.
           EXIT.
      /
      *----------------
       0200-INITIALIZE.
      *----------------

           ACCEPT  WS-RUN-DT-CCYYMMDD  FROM DATE YYYYMMDD.

           MOVE WS-RUN-DT-CCYY         TO WS-RUN-ISO-CCYY.
           MOVE WS-RUN-DT-MM           TO WS-RUN-ISO-MM.
           MOVE WS-RUN-DT-DD           TO WS-RUN-ISO-DD.

           COMPUTE WS-RUN-DT-INT =
               FUNCTION INTEGER-OF-DATE (WS-RUN-DT-CCYYMMDD).

           IF   LK-PARM-LEN                  > ZERO
           AND  LK-COMPANY-CODE              > SPACES
                MOVE LK-COMPANY-CODE    TO WGLOB-COMPANY-CODE
           END-IF.

           IF   LK-PARM-LEN                  > 2
           AND  LK-DD-DAYS                   IS NUMERIC
                MOVE LK-DD-DAYS         TO WS-DD-DAYS
           END-IF.

           IF   LK-PARM-LEN                  > 7
           AND  LK-FILE-DAYS                 IS NUMERIC
                MOVE LK-FILE-DAYS       TO WS-FILE-DAYS
           END-IF.

      * THE LETTER MUST GO OUT BEFORE THE MONEY IS FILED.

           IF   WS-DD-DAYS             = ZERO
           OR   WS-FILE-DAYS       NOT > WS-DD-DAYS
      *MSG: DORMANCY THRESHOLD PARM INVALID (@1 / @2) - RUN ABORTED
                MOVE 'AS95060001'      TO WGLOB-MSG-REF-INFO
                MOVE WS-DD-DAYS        TO WGLOB-MSG-PARM (1)
                MOVE WS-FILE-DAYS      TO WGLOB-MSG-PARM (2)
                PERFORM  0260-1000-GENERATE-MESSAGE
                    THRU 0260-1000-GENERATE-MESSAGE-X
                PERFORM  0030-5000-LOGIC-ERROR
                    THRU 0030-5000-LOGIC-ERROR-X
           END-IF.

       0200-INITIALIZE-X.
           EXIT.
      /
      *----------------------
       1000-LOAD-WITHDRAWALS.
      *----------------------

      * THE DISPOSITION FILES OF EVERY PRIOR RUN ARE CONCATENATED IN
      * THE JCL, SO THE TABLE HOLDS THE FULL WITHDRAWAL HISTORY.

           PERFORM  WDRW-1000-READ
               THRU WDRW-1000-READ-X.

           PERFORM  1100-LOAD-ONE-WITHDRAWAL
               THRU 1100-LOAD-ONE-WITHDRAWAL-X
               UNTIL WWDRW-SEQ-IO-EOF
               OR    WS-WDRW-OVERFLOW.

       1000-LOAD-WITHDRAWALS-X.
           EXIT.
      /
      *-------------------------
       1100-LOAD-ONE-WITHDRAWAL.
      *-------------------------

           IF   WS-WDRW-CNT            < WS-WDRW-MAX
                ADD  1                 TO WS-WDRW-CNT
                MOVE RWDRW-APP-ID      TO WS-WDRW-APP-ID (WS-WDRW-CNT)
           ELSE
                SET  WS-WDRW-OVERFLOW  TO TRUE
      *MSG: WITHDRAWAL TABLE FULL - RUN INCOMPLETE - RC 8
                MOVE 'AS95060002'      TO WGLOB-MSG-REF-INFO
                PERFORM  0260-1000-GENERATE-MESSAGE
                    THRU 0260-1000-GENERATE-MESSAGE-X
           END-IF.

           PERFORM  WDRW-1000-READ
               THRU WDRW-1000-READ-X.

       1100-LOAD-ONE-WITHDRAWAL-X.
           EXIT.
      /
      *------------------
       1200-LOAD-REFUNDS.
      *------------------

      * AS FOR WITHDRAWALS - THE FULL REFUND REQUEST HISTORY.

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
      *MSG: REFUND TABLE FULL - RUN INCOMPLETE - RC 8
                MOVE 'AS95060003'      TO WGLOB-MSG-REF-INFO
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
                PERFORM  2200-MATCH-UCLI
                    THRU 2200-MATCH-UCLI-X
           END-IF.

      * A FINAL DISPOSITION - ISSUED, WITHDRAWN OR REFUNDED - MEANS
      * THE MONEY IS NOT UNCLAIMED.

           IF   WS-APP-ISSUED
                ADD  1                 TO WS-ISSUED-CNT
                GO TO 2000-PROCESS-RECEIPT-R
           END-IF.

           PERFORM  2300-FIND-WITHDRAWAL
               THRU 2300-FIND-WITHDRAWAL-X.

           IF   WS-WDRW-USE-SUB        > ZERO
                ADD  1                 TO WS-WITHDRAWN-CNT
                GO TO 2000-PROCESS-RECEIPT-R
           END-IF.

           PERFORM  2400-FIND-REFUND
               THRU 2400-FIND-REFUND-X.

           IF   WS-REFX-USE-SUB        > ZERO
                ADD  1                 TO WS-REFUNDED-CNT
                GO TO 2000-PROCESS-RECEIPT-R
           END-IF.

           ADD  1                      TO WS-UNDISP-CNT.

           MOVE RCWAE-RECPT-DT         TO WS-ISO-DT.
           PERFORM  7000-ISO-DATE-TO-INT
               THRU 7000-ISO-DATE-TO-INT-X.

           IF   WS-ISO-DT-INT          = ZERO
                MOVE ZERO              TO WS-DORM-DAYS
           ELSE
                COMPUTE WS-DORM-DAYS   = WS-RUN-DT-INT - WS-ISO-DT-INT
           END-IF.

           PERFORM  2500-FIND-AGE-CELL
               THRU 2500-FIND-AGE-CELL-X.

           IF   WS-AGE-USE-SUB         > ZERO
                ADD  1                 TO WS-AGE-RECPT-CNT
                                              (WS-AGE-USE-SUB)
                ADD  RCWAE-RECPT-AMT   TO WS-AGE-RECPT-AMT
                                              (WS-AGE-USE-SUB)
           END-IF.

           EVALUATE TRUE
               WHEN WS-DORM-DAYS   NOT < WS-FILE-DAYS
                    PERFORM  3100-WRITE-FILING-ROW
                        THRU 3100-WRITE-FILING-ROW-X
               WHEN WS-DORM-DAYS   NOT < WS-DD-DAYS
                    PERFORM  3200-WRITE-LETTER-ROW
                        THRU 3200-WRITE-LETTER-ROW-X
               WHEN OTHER
                    CONTINUE
           END-EVALUATE.

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

           IF   WRUPL-SEQ-IO-EOF
           OR   RUPOL-APP-ID       NOT = WS-APP-ID
                GO TO 2100-MATCH-RUPOL-X
           END-IF.

           EVALUATE TRUE
               WHEN RUPOL-POL-ASGN
                    SET  WS-APP-ISSUED     TO TRUE
               WHEN RUPOL-APL-REJ-YES
                    SET  WS-APP-REJECTED   TO TRUE
               WHEN OTHER
                    SET  WS-APP-PENDING    TO TRUE
           END-EVALUATE.

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
      *----------------
       2200-MATCH-UCLI.
      *----------------

           PERFORM  2210-UCLI-READ-AHEAD
               THRU 2210-UCLI-READ-AHEAD-X
               UNTIL WUCLI-SEQ-IO-EOF
               OR    RUCLI-APP-ID NOT LESS THAN WS-APP-ID.

           MOVE ZERO                   TO WS-CLI-ROW-COUNT.
           MOVE 'N'                    TO WS-OWNR-FOUND-SW.
           MOVE SPACES                 TO WS-OWNR-SUR-NM
                                          WS-OWNR-GIV-NM
                                          WS-OWNR-PSTL-CD
                                          WS-OWNR-ADDR-TXT.

           PERFORM  2220-UCLI-CONSUME-GROUP
               THRU 2220-UCLI-CONSUME-GROUP-X
               UNTIL WUCLI-SEQ-IO-EOF
               OR    RUCLI-APP-ID NOT = WS-APP-ID.

       2200-MATCH-UCLI-X.
           EXIT.
      /
      *----------------------
       2210-UCLI-READ-AHEAD.
      *----------------------

           PERFORM  UCLI-1000-READ
               THRU UCLI-1000-READ-X.

       2210-UCLI-READ-AHEAD-X.
           EXIT.
      /
      *------------------------
       2220-UCLI-CONSUME-GROUP.
      *------------------------

      * THE LETTER GOES TO THE OWNER; THE FIRST CLIENT ROW IS KEPT
      * ONLY FOR AN APPLICATION CARRYING NO OWNER RELATION ROW.

           IF   WS-CLI-ROW-COUNT       = ZERO
           OR  (RUCLI-POL-CLI-REL-TYP-CD (1:1) = 'O'
           AND  NOT WS-OWNR-FOUND)
                MOVE RUCLI-CLI-SUR-NM  TO WS-OWNR-SUR-NM
                MOVE RUCLI-CLI-GIV-NM  TO WS-OWNR-GIV-NM
                MOVE RUCLI-CLI-PSTL-CD TO WS-OWNR-PSTL-CD
                MOVE RUCLI-CLI-ADDR-TXT
                                       TO WS-OWNR-ADDR-TXT
           END-IF.

           IF   RUCLI-POL-CLI-REL-TYP-CD (1:1) = 'O'
                SET  WS-OWNR-FOUND     TO TRUE
           END-IF.

           ADD  1                      TO WS-CLI-ROW-COUNT.

           PERFORM  UCLI-1000-READ
               THRU UCLI-1000-READ-X.

       2220-UCLI-CONSUME-GROUP-X.
           EXIT.
      /
      *---------------------
       2300-FIND-WITHDRAWAL.
      *---------------------

           MOVE ZERO                   TO WS-WDRW-USE-SUB.

           PERFORM  2310-MATCH-WITHDRAWAL
               THRU 2310-MATCH-WITHDRAWAL-X
               VARYING WS-WDRW-SUB FROM 1 BY 1
               UNTIL WS-WDRW-SUB > WS-WDRW-CNT
               OR    WS-WDRW-USE-SUB > ZERO.

       2300-FIND-WITHDRAWAL-X.
           EXIT.
      /
      *----------------------
       2310-MATCH-WITHDRAWAL.
      *----------------------

           IF   WS-WDRW-APP-ID (WS-WDRW-SUB) = RCWAE-APP-ID
                MOVE WS-WDRW-SUB       TO WS-WDRW-USE-SUB
           END-IF.

       2310-MATCH-WITHDRAWAL-X.
           EXIT.
      /
      *-----------------
       2400-FIND-REFUND.
      *-----------------

           MOVE ZERO                   TO WS-REFX-USE-SUB.

           PERFORM  2410-MATCH-REFUND
               THRU 2410-MATCH-REFUND-X
               VARYING WS-REFX-SUB FROM 1 BY 1
               UNTIL WS-REFX-SUB > WS-REFX-CNT
               OR    WS-REFX-USE-SUB > ZERO.

       2400-FIND-REFUND-X.
           EXIT.
      /
      *------------------
       2410-MATCH-REFUND.
      *------------------

           IF   WS-REFX-APP-ID (WS-REFX-SUB) NOT = RCWAE-APP-ID
                GO TO 2410-MATCH-REFUND-X
           END-IF.

           IF   WS-REFX-WHOLE-APP (WS-REFX-SUB)
           OR   WS-REFX-RECPT-NUM (WS-REFX-SUB) = RCWAE-RECPT-NUM
                MOVE WS-REFX-SUB       TO WS-REFX-USE-SUB
           END-IF.

       2410-MATCH-REFUND-X.
           EXIT.
      /
      *-------------------
       2500-FIND-AGE-CELL.
      *-------------------

           MOVE ZERO                   TO WS-AGE-USE-SUB.

           PERFORM  2510-MATCH-AGE-CELL
               THRU 2510-MATCH-AGE-CELL-X
               VARYING WS-AGE-SUB FROM 1 BY 1
               UNTIL WS-AGE-SUB > WS-AGE-CNT
               OR    WS-AGE-USE-SUB > ZERO.

           IF   WS-AGE-USE-SUB         > ZERO
                GO TO 2500-FIND-AGE-CELL-X
           END-IF.

           IF   WS-AGE-CNT         NOT < WS-AGE-MAX
                IF   NOT WS-AGE-OVERFLOW
                     SET  WS-AGE-OVERFLOW   TO TRUE
      *MSG: AGING SUMMARY TABLE FULL - SUMMARY INCOMPLETE - RC 8
                     MOVE 'AS95060004' TO WGLOB-MSG-REF-INFO
                     PERFORM  0260-1000-GENERATE-MESSAGE
                         THRU 0260-1000-GENERATE-MESSAGE-X
                END-IF
                GO TO 2500-FIND-AGE-CELL-X
           END-IF.

           ADD  1                      TO WS-AGE-CNT.
           MOVE WS-AGE-CNT             TO WS-AGE-USE-SUB.
           MOVE RCWAE-CWA-CHNL-CD      TO WS-AGE-CHNL-CD (WS-AGE-CNT).
           MOVE RCWAE-RECPT-DT (1:4)   TO WS-AGE-RECPT-CCYY
                                              (WS-AGE-CNT).
           MOVE ZERO                   TO WS-AGE-RECPT-CNT (WS-AGE-CNT)
                                          WS-AGE-RECPT-AMT (WS-AGE-CNT)
                                          WS-AGE-DD-CNT (WS-AGE-CNT)
                                          WS-AGE-DD-AMT (WS-AGE-CNT)
                                          WS-AGE-FILE-CNT (WS-AGE-CNT)
                                          WS-AGE-FILE-AMT (WS-AGE-CNT).

       2500-FIND-AGE-CELL-X.
           EXIT.
      /
      *--------------------
       2510-MATCH-AGE-CELL.
      *--------------------

           IF   WS-AGE-CHNL-CD (WS-AGE-SUB)    = RCWAE-CWA-CHNL-CD
           AND  WS-AGE-RECPT-CCYY (WS-AGE-SUB) = RCWAE-RECPT-DT (1:4)
                MOVE WS-AGE-SUB        TO WS-AGE-USE-SUB
           END-IF.

       2510-MATCH-AGE-CELL-X.
           EXIT.
      /
      *----------------------
       3100-WRITE-FILING-ROW.
      *----------------------

           PERFORM  3300-FILL-DETAIL-ROW
               THRU 3300-FILL-DETAIL-ROW-X.

           SET  RUCPX-REC-TYP-FILING   TO TRUE.

           PERFORM  UCPX-2000-WRITE
               THRU UCPX-2000-WRITE-X.

           ADD  1                      TO WS-UCPX-REC-WRITTEN
                                          WS-FILE-CNT.
           ADD  RCWAE-RECPT-AMT        TO WS-FILE-AMT.

           IF   WS-AGE-USE-SUB         > ZERO
                ADD  1                 TO WS-AGE-FILE-CNT
                                              (WS-AGE-USE-SUB)
                ADD  RCWAE-RECPT-AMT   TO WS-AGE-FILE-AMT
                                              (WS-AGE-USE-SUB)
           END-IF.

       3100-WRITE-FILING-ROW-X.
           EXIT.
      /
      *----------------------
       3200-WRITE-LETTER-ROW.
      *----------------------

           PERFORM  3300-FILL-DETAIL-ROW
               THRU 3300-FILL-DETAIL-ROW-X.

           SET  RUCPX-REC-TYP-DUE-DILIG TO TRUE.

           PERFORM  UCPX-2000-WRITE
               THRU UCPX-2000-WRITE-X.

           ADD  1                      TO WS-UCPX-REC-WRITTEN
                                          WS-DD-CNT.
           ADD  RCWAE-RECPT-AMT        TO WS-DD-AMT.

           IF   WS-AGE-USE-SUB         > ZERO
                ADD  1                 TO WS-AGE-DD-CNT
                                              (WS-AGE-USE-SUB)
                ADD  RCWAE-RECPT-AMT   TO WS-AGE-DD-AMT
                                              (WS-AGE-USE-SUB)
           END-IF.

       3200-WRITE-LETTER-ROW-X.
           EXIT.
      /
      *---------------------
       3300-FILL-DETAIL-ROW.
      *---------------------

           MOVE SPACES                 TO RUCPX-SEQ-REC-INFO.
           MOVE WGLOB-COMPANY-CODE     TO RUCPX-CO-ID.
           MOVE WS-RUN-DT-ISO          TO RUCPX-RUN-DT.
           MOVE RCWAE-APP-ID           TO RUCPX-APP-ID.
           MOVE RCWAE-RECPT-NUM        TO RUCPX-RECPT-NUM.
           MOVE RCWAE-RECPT-DT         TO RUCPX-RECPT-DT.
           MOVE RCWAE-RECPT-AMT        TO RUCPX-RECPT-AMT.
           MOVE RCWAE-CWA-CHNL-CD      TO RUCPX-CWA-CHNL-CD.
           MOVE RCWAE-PMT-TYP-CD       TO RUCPX-PMT-TYP-CD.
           MOVE WS-DORM-DAYS           TO RUCPX-DORM-DAYS.
           MOVE WS-APP-STAT-CD         TO RUCPX-APP-STAT-CD.
           MOVE WS-OWNR-SUR-NM         TO RUCPX-OWNR-SUR-NM.
           MOVE WS-OWNR-GIV-NM         TO RUCPX-OWNR-GIV-NM.
           MOVE WS-OWNR-PSTL-CD        TO RUCPX-OWNR-PSTL-CD.
           MOVE WS-OWNR-ADDR-TXT       TO RUCPX-OWNR-ADDR-TXT.

       3300-FILL-DETAIL-ROW-X.
           EXIT.
      /
      *-------------------------
       4000-WRITE-AGING-SUMMARY.
      *-------------------------

           MOVE SPACES                 TO RUCPX-SEQ-REC-INFO.
           SET  RUCPX-REC-TYP-SUMMARY  TO TRUE.
           MOVE WGLOB-COMPANY-CODE     TO RUCPX-CO-ID.
           MOVE WS-RUN-DT-ISO          TO RUCPX-RUN-DT.
           MOVE WS-AGE-CHNL-CD (WS-AGE-SUB)
                                       TO RUCPX-SUM-CHNL-CD.
           MOVE WS-AGE-RECPT-CCYY (WS-AGE-SUB)
                                       TO RUCPX-SUM-RECPT-CCYY.
           MOVE WS-AGE-RECPT-CNT (WS-AGE-SUB)
                                       TO RUCPX-SUM-RECPT-CNT.
           MOVE WS-AGE-RECPT-AMT (WS-AGE-SUB)
                                       TO RUCPX-SUM-RECPT-AMT.
           MOVE WS-AGE-DD-CNT (WS-AGE-SUB)
                                       TO RUCPX-SUM-DD-CNT.
           MOVE WS-AGE-DD-AMT (WS-AGE-SUB)
                                       TO RUCPX-SUM-DD-AMT.
           MOVE WS-AGE-FILE-CNT (WS-AGE-SUB)
                                       TO RUCPX-SUM-FILE-CNT.
           MOVE WS-AGE-FILE-AMT (WS-AGE-SUB)
                                       TO RUCPX-SUM-FILE-AMT.

           PERFORM  UCPX-2000-WRITE
               THRU UCPX-2000-WRITE-X.

           ADD  1                      TO WS-UCPX-REC-WRITTEN.

       4000-WRITE-AGING-SUMMARY-X.
           EXIT.
      /
      *-------------------
       4500-WRITE-TRAILER.
      *-------------------

           MOVE SPACES                 TO RUCPX-SEQ-REC-INFO.
           SET  RUCPX-REC-TYP-TRAILER  TO TRUE.
           MOVE WGLOB-COMPANY-CODE     TO RUCPX-CO-ID.
           MOVE WS-RUN-DT-ISO          TO RUCPX-RUN-DT.
           MOVE WS-DD-DAYS             TO RUCPX-TRL-DD-DAYS.
           MOVE WS-FILE-DAYS           TO RUCPX-TRL-FILE-DAYS.
           MOVE WS-DD-CNT              TO RUCPX-TRL-DD-CNT.
           MOVE WS-DD-AMT              TO RUCPX-TRL-DD-AMT.
           MOVE WS-FILE-CNT            TO RUCPX-TRL-FILE-CNT.
           MOVE WS-FILE-AMT            TO RUCPX-TRL-FILE-AMT.

           PERFORM  UCPX-2000-WRITE
               THRU UCPX-2000-WRITE-X.

           ADD  1                      TO WS-UCPX-REC-WRITTEN.

       4500-WRITE-TRAILER-X.
           EXIT.
      /
      *------------------------
       5000-PRINT-GRAND-TOTALS.
      *------------------------

      *MSG: CWA RECEIPTS READ @1 - ISSUED @2, WITHDRAWN @3, REFUNDED @4
           MOVE 'AS95060005'           TO WGLOB-MSG-REF-INFO.
           MOVE WS-RCWAE-REC-READ      TO WS-PIC-COUNTER.
           MOVE WS-PIC-COUNTER         TO WGLOB-MSG-PARM (1).
           MOVE WS-ISSUED-CNT          TO WS-PIC-COUNTER.
           MOVE WS-PIC-COUNTER         TO WGLOB-MSG-PARM (2).
           MOVE WS-WITHDRAWN-CNT       TO WS-PIC-COUNTER.
           MOVE WS-PIC-COUNTER         TO WGLOB-MSG-PARM (3).
           MOVE WS-REFUNDED-CNT        TO WS-PIC-COUNTER.
           MOVE WS-PIC-COUNTER         TO WGLOB-MSG-PARM (4).
           PERFORM  0260-1000-GENERATE-MESSAGE
               THRU 0260-1000-GENERATE-MESSAGE-X.

      *MSG: UNDISPOSED RECEIPTS @1 - LETTER CANDIDATES @2, FILING @3
           MOVE 'AS95060006'           TO WGLOB-MSG-REF-INFO.
           MOVE WS-UNDISP-CNT          TO WS-PIC-COUNTER.
           MOVE WS-PIC-COUNTER         TO WGLOB-MSG-PARM (1).
           MOVE WS-DD-CNT              TO WS-PIC-COUNTER.
           MOVE WS-PIC-COUNTER         TO WGLOB-MSG-PARM (2).
           MOVE WS-FILE-CNT            TO WS-PIC-COUNTER.
           MOVE WS-PIC-COUNTER         TO WGLOB-MSG-PARM (3).
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

           PERFORM  WDRW-5000-CLOSE
               THRU WDRW-5000-CLOSE-X.

           PERFORM  REFX-4000-CLOSE
               THRU REFX-4000-CLOSE-X.

           PERFORM  RUPL-4000-CLOSE
               THRU RUPL-4000-CLOSE-X.

           PERFORM  UCLI-4000-CLOSE
               THRU UCLI-4000-CLOSE-X.

           PERFORM  CWAR-4000-CLOSE
               THRU CWAR-4000-CLOSE-X.

           PERFORM  UCPX-5000-CLOSE
               THRU UCPX-5000-CLOSE-X.

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
       COPY ACPAUCLI.
       COPY ACPNUCLI.
       COPY ACPOUCLI.
       COPY ACPLUCLI.
      /
       COPY ACPACWAR.
       COPY ACPNCWAR.
       COPY ACPOCWAR.
       COPY ACPLCWAR.
      /
       COPY ACPIWDRW.
      /
       COPY ACPEREFX.
      /
       COPY ACPIUCPX.
      /
      *****************************************************************
      * ERROR HANDLING ROUTINES                                       *
      *****************************************************************

       COPY XCPL0030.

       COPY XCPL0260.

      *****************************************************************
      **                 END OF PROGRAM ASBM9506                     **
      *****************************************************************
