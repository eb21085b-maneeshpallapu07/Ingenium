      *************************
       IDENTIFICATION DIVISION.
      *************************

       PROGRAM-ID. ASBM9520.

       COPY XCWWCRHT.

      *****************************************************************
      **  MEMBER :  ASBM9520                                         **
      **  REMARKS:  PREMIUM DEDUCTION CERTIFICATE REGISTER.  READS   **
      **            THE RUPOL DRIVER EXTRACT WITH THE RUCLI CLIENT,  **
      **            RUCVG COVERAGE AND RCWAE CWA RECEIPT EXTRACTS    **
      **            (ALL SORTED BY APP ID) AND, FOR EVERY POLICY     **
      **            CONVERTED IN THE RUN WINDOW, FIXES THE PREMIUM   **
      **            DEDUCTION CATEGORY ITS CERTIFICATE WILL CARRY -  **
      **            GENERAL LIFE, MEDICAL/LONG-TERM CARE OR          **
      **            INDIVIDUAL PENSION - FROM THE PDCT MASTER ROW    **
      **            FOR THE BASE PLAN (ELSE THE COMPANY DEFAULT ROW, **
      **            ELSE GENERAL LIFE).  AN INDIVIDUAL PENSION PLAN  **
      **            WHOSE BASE COVERAGE DOES NOT CARRY THE TAX-      **
      **            QUALIFIED INDICATOR IS GENERAL LIFE.  ONE PDCR   **
      **            ROW PER POLICY KEEPS THE CATEGORY WITH THE       **
      **            PREMIUM SCHEDULE (MODE, MODAL OR SINGLE PREMIUM, **
      **            ADVANCE-DEPOSIT MONTHS), THE FIRST CWA RECEIPT   **
      **            DATE AND AMOUNT, AND THE OWNER (ELSE THE FIRST   **
      **            CLIENT).  THE PDCR FILE OF EVERY RUN IS KEPT -   **
      **            ASBM9521 BUILDS THE YEAR-END CERTIFICATE FEED    **
      **            FROM THE HISTORY.  A PLAN MISSING FROM THE       **
      **            MASTER ENDS THE STEP RC 4; A FULL MASTER TABLE   **
      **            ENDS IT RC 8 WITHOUT THE REGISTER BODY.          **
      **                                                             **
      **            JCL PARM:  BYTES 1-2   COMPANY                   **
      **                       BYTES 3-12  FROM CONVERSION DATE      **
      **                                   (CCYY-MM-DD, DEFAULT -    **
      **                                   THE RUN DATE)             **
      **                       BYTES 13-22 TO CONVERSION DATE        **
      **                                   (DEFAULT - THE FROM DATE) **
      **                                                             **
      **  DOMAIN :  UW                                               **
      **  CLASS  :  PD                                               **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
613058**  15OCT26  DEV    NEW PROGRAM                                **
      *****************************************************************

      **********************
       ENVIRONMENT DIVISION.
      **********************

       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY ACSSPDCT.
       COPY ACSSPDCR.

      ***************
       DATA DIVISION.
      ***************

       FILE SECTION.

       COPY ACSDPDCT.

       COPY ACSRPDCT.

       COPY ACSDPDCR.

       COPY ACSRPDCR.

       WORKING-STORAGE SECTION.

       COPY XCWWPGWS REPLACING '$VAR1' BY 'ASBM9520'.

       COPY SQLCA.

       01  WS-COUNTERS.
           05  WS-RUPOL-REC-READ            PIC 9(07)  VALUE ZEROS.
           05  WS-POL-ISSUED-CNT            PIC 9(07)  VALUE ZEROS.
           05  WS-PDCR-DTL-CNT              PIC 9(07)  VALUE ZEROS.
           05  WS-GEN-LIFE-CNT              PIC 9(07)  VALUE ZEROS.
           05  WS-MED-LTC-CNT               PIC 9(07)  VALUE ZEROS.
           05  WS-PENSION-CNT               PIC 9(07)  VALUE ZEROS.
           05  WS-NOT-QUALF-CNT             PIC 9(07)  VALUE ZEROS.
           05  WS-NO-CTGY-CNT               PIC 9(07)  VALUE ZEROS.
           05  WS-NO-RECPT-CNT              PIC 9(07)  VALUE ZEROS.
           05  WS-PIC-COUNTER               PIC Z(06)9.

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
           05  WS-FROM-DT                   PIC X(10).
           05  WS-TO-DT                     PIC X(10).
           05  WS-ALL-PLANS                 PIC X(15)  VALUE ALL '*'.
           05  WS-DED-CTGY-CD               PIC X(01).
               88  WS-CTGY-GENERAL-LIFE           VALUE 'G'.
               88  WS-CTGY-MEDICAL-LTC            VALUE 'M'.
               88  WS-CTGY-INDV-PENSION           VALUE 'P'.
           05  WS-MAX-RC                    PIC 9(02)  VALUE ZERO.

      * THE CURRENT POLICY'S OWNER (ELSE THE FIRST CLIENT) FROM RUCLI,
      * ITS BASE COVERAGE FROM RUCVG (THE ROW FOR THE POLICY'S OWN
      * PLAN, ELSE THE FIRST ROW) AND ITS FIRST CWA RECEIPT.

       01  WS-APP-WORK-AREA.
           05  WS-CLI-ROW-COUNT             PIC 9(03).
           05  WS-OWNR-FOUND-SW             PIC X(01).
               88  WS-OWNR-FOUND                  VALUE 'Y'.
           05  WS-OWNR-SUR-NM               PIC X(25).
           05  WS-OWNR-GIV-NM               PIC X(25).
           05  WS-OWNR-PSTL-CD              PIC X(08).
           05  WS-OWNR-ADDR-TXT             PIC X(72).
           05  WS-CVG-ROW-COUNT             PIC 9(03).
           05  WS-BASE-FOUND-SW             PIC X(01).
               88  WS-BASE-FOUND                  VALUE 'Y'.
           05  WS-BASE-TAX-QUALF-IND        PIC X(01).
               88  WS-BASE-TAX-QUALF              VALUE 'Y'.
           05  WS-INIT-RECPT-DT             PIC X(10).
           05  WS-INIT-RECPT-AMT            PIC S9(13)V9(02) COMP-3.

      * IN-STORAGE PREMIUM DEDUCTION CATEGORY MASTER.

       01  WS-PDCT-WORK-AREA.
           05  WS-PDCT-MAX                  PIC S9(04) COMP VALUE +1000.
           05  WS-PDCT-CNT                  PIC S9(04) COMP VALUE ZERO.
           05  WS-PDCT-SUB                  PIC S9(04) COMP.
           05  WS-PDCT-USE-SUB              PIC S9(04) COMP.
           05  WS-PDCT-DFLT-SUB             PIC S9(04) COMP.
           05  WS-PDCT-TBL.
               10  WS-PDCT-ENTRY            OCCURS 1000 TIMES.
                   15  WS-PDCT-PLAN-ID      PIC X(15).
                   15  WS-PDCT-DED-CTGY-CD  PIC X(01).
           05  WS-PDCT-OVRFLW-SW            PIC X(01)  VALUE 'N'.
               88  WS-PDCT-OVERFLOW               VALUE 'Y'.
      /
       COPY XCWTFCMD.
      /
       COPY ACSWRUPL.
       COPY ACSWUCLI.
       COPY ACSWUCVG.
       COPY ACSWCWAR.
       COPY ACSWPDCT.
       COPY ACSWPDCR.
      /
      *****************************************************************
      * INPUT PARAMETER INFORMATION                                   *
      *****************************************************************

       01  WGLOB-GLOBAL-AREA.
       COPY XCWWGLOB.

       COPY ACFRUPOL.

       COPY ACFRUCLI.

       COPY ACFRUCVG.

       COPY ACFRCWAE.
      /
       LINKAGE SECTION.
      *****************

       01  LK-PARM-AREA.
           05  LK-PARM-LEN                 PIC S9(04) COMP.
           05  LK-PARM-DATA.
               10  LK-COMPANY-CODE         PIC X(02).
               10  LK-FROM-DT              PIC X(10).
               10  LK-TO-DT                PIC X(10).
               10  FILLER                  PIC X(08).
      /
       PROCEDURE DIVISION USING LK-PARM-AREA.

      *--------------
       0000-MAINLINE.
      *--------------

           PERFORM  0100-OPEN-FILES
               THRU 0100-OPEN-FILES-X.

           PERFORM  0200-INITIALIZE
               THRU 0200-INITIALIZE-X.

           PERFORM  1000-LOAD-CATEGORIES
               THRU 1000-LOAD-CATEGORIES-X.

      *
      * A PARTIAL MASTER WOULD FIX THE WRONG CATEGORY ON THE REGISTER
      * FOR GOOD - THE RUN ENDS ON THE ABORT MESSAGE INSTEAD.
      *
           IF   NOT WS-PDCT-OVERFLOW
                PERFORM  RUPL-1000-READ
                    THRU RUPL-1000-READ-X

                PERFORM  UCLI-1000-READ
                    THRU UCLI-1000-READ-X

                PERFORM  UCVG-1000-READ
                    THRU UCVG-1000-READ-X

                PERFORM  CWAR-1000-READ
                    THRU CWAR-1000-READ-X

                PERFORM  2000-PROCESS-POLICY
                    THRU 2000-PROCESS-POLICY-X
                    UNTIL WRUPL-SEQ-IO-EOF

                PERFORM  4500-WRITE-TRAILER
                    THRU 4500-WRITE-TRAILER-X
           END-IF.

           PERFORM  5000-PRINT-GRAND-TOTALS
               THRU 5000-PRINT-GRAND-TOTALS-X.

           PERFORM  9999-CLOSE-FILES
               THRU 9999-CLOSE-FILES-X.

           IF   WS-NO-CTGY-CNT         > ZERO
                MOVE 4                 TO WS-MAX-RC
           END-IF.

           IF   WS-PDCT-OVERFLOW
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

           PERFORM  PDCT-3000-OPEN-INPUT
               THRU PDCT-3000-OPEN-INPUT-X.

           PERFORM  RUPL-3000-OPEN-INPUT
               THRU RUPL-3000-OPEN-INPUT-X.

           PERFORM  UCLI-3000-OPEN-INPUT
               THRU UCLI-3000-OPEN-INPUT-X.

           PERFORM  UCVG-3000-OPEN-INPUT
               THRU UCVG-3000-OPEN-INPUT-X.

           PERFORM  CWAR-3000-OPEN-INPUT
               THRU CWAR-3000-OPEN-INPUT-X.

           PERFORM  PDCR-4000-OPEN-OUTPUT
               THRU PDCR-4000-OPEN-OUTPUT-X.

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

           MOVE WS-RUN-DT-ISO          TO WS-FROM-DT.

           IF   LK-PARM-LEN                  > ZERO
           AND  LK-COMPANY-CODE              > SPACES
                MOVE LK-COMPANY-CODE    TO WGLOB-COMPANY-CODE
           END-IF.

           IF   LK-PARM-LEN                  > 2
           AND  LK-FROM-DT                   > SPACES
                MOVE LK-FROM-DT         TO WS-FROM-DT
           END-IF.

           MOVE WS-FROM-DT             TO WS-TO-DT.

           IF   LK-PARM-LEN                  > 12
           AND  LK-TO-DT                     > SPACES
                MOVE LK-TO-DT           TO WS-TO-DT
           END-IF.

           IF   WS-TO-DT               < WS-FROM-DT
      *MSG: CONVERSION DATE WINDOW INVALID (@1 TO @2) - RUN ABORTED
                MOVE 'AS95200001'      TO WGLOB-MSG-REF-INFO
                MOVE WS-FROM-DT        TO WGLOB-MSG-PARM (1)
                MOVE WS-TO-DT          TO WGLOB-MSG-PARM (2)
                PERFORM  0260-1000-GENERATE-MESSAGE
                    THRU 0260-1000-GENERATE-MESSAGE-X
                PERFORM  0030-5000-LOGIC-ERROR
                    THRU 0030-5000-LOGIC-ERROR-X
           END-IF.

       0200-INITIALIZE-X.
           EXIT.
      /
      *---------------------
       1000-LOAD-CATEGORIES.
      *---------------------

           MOVE ZERO                   TO WS-PDCT-DFLT-SUB.

           PERFORM  PDCT-1000-READ
               THRU PDCT-1000-READ-X.

           PERFORM  1100-LOAD-ONE-CATEGORY
               THRU 1100-LOAD-ONE-CATEGORY-X
               UNTIL WPDCT-SEQ-IO-EOF
               OR    WS-PDCT-OVERFLOW.

       1000-LOAD-CATEGORIES-X.
           EXIT.
      /
      *-----------------------
       1100-LOAD-ONE-CATEGORY.
      *-----------------------

           IF   WS-PDCT-CNT            < WS-PDCT-MAX
                ADD  1                 TO WS-PDCT-CNT
                MOVE RPDCT-PLAN-ID     TO WS-PDCT-PLAN-ID
                                              (WS-PDCT-CNT)
                MOVE RPDCT-DED-CTGY-CD TO WS-PDCT-DED-CTGY-CD
                                              (WS-PDCT-CNT)
                IF   RPDCT-PLAN-ID     = WS-ALL-PLANS
                     MOVE WS-PDCT-CNT  TO WS-PDCT-DFLT-SUB
                END-IF
           ELSE
                SET  WS-PDCT-OVERFLOW  TO TRUE
      *MSG: DEDUCTION CATEGORY TABLE FULL - RUN ABORTED - RC 8
                MOVE 'AS95200002'      TO WGLOB-MSG-REF-INFO
                PERFORM  0260-1000-GENERATE-MESSAGE
                    THRU 0260-1000-GENERATE-MESSAGE-X
           END-IF.

           PERFORM  PDCT-1000-READ
               THRU PDCT-1000-READ-X.

       1100-LOAD-ONE-CATEGORY-X.
           EXIT.
      /
      *--------------------
       2000-PROCESS-POLICY.
      *--------------------

           ADD  1                      TO WS-RUPOL-REC-READ.

           IF   NOT RUPOL-POL-ASGN
           OR   RUPOL-POL-ID           = SPACES
           OR   RUPOL-POL-CNV-DT       < WS-FROM-DT
           OR   RUPOL-POL-CNV-DT       > WS-TO-DT
                GO TO 2000-PROCESS-POLICY-R
           END-IF.

           ADD  1                      TO WS-POL-ISSUED-CNT.

           PERFORM  2100-MATCH-UCLI
               THRU 2100-MATCH-UCLI-X.

           PERFORM  2200-MATCH-UCVG
               THRU 2200-MATCH-UCVG-X.

           PERFORM  2300-MATCH-CWAR
               THRU 2300-MATCH-CWAR-X.

           PERFORM  2500-FIND-CATEGORY
               THRU 2500-FIND-CATEGORY-X.

           PERFORM  3000-WRITE-PDCR-REC
               THRU 3000-WRITE-PDCR-REC-X.

       2000-PROCESS-POLICY-R.

           PERFORM  RUPL-1000-READ
               THRU RUPL-1000-READ-X.

       2000-PROCESS-POLICY-X.
           EXIT.
      /
      *----------------
       2100-MATCH-UCLI.
      *----------------

           PERFORM  2110-UCLI-READ-AHEAD
               THRU 2110-UCLI-READ-AHEAD-X
               UNTIL WUCLI-SEQ-IO-EOF
               OR    RUCLI-APP-ID NOT LESS THAN RUPOL-APP-ID.

           MOVE ZERO                   TO WS-CLI-ROW-COUNT.
           MOVE 'N'                    TO WS-OWNR-FOUND-SW.
           MOVE SPACES                 TO WS-OWNR-SUR-NM
                                          WS-OWNR-GIV-NM
                                          WS-OWNR-PSTL-CD
                                          WS-OWNR-ADDR-TXT.

           PERFORM  2120-UCLI-CONSUME-GROUP
               THRU 2120-UCLI-CONSUME-GROUP-X
               UNTIL WUCLI-SEQ-IO-EOF
               OR    RUCLI-APP-ID NOT = RUPOL-APP-ID.

       2100-MATCH-UCLI-X.
           EXIT.
      /
      *---------------------
       2110-UCLI-READ-AHEAD.
      *---------------------

           PERFORM  UCLI-1000-READ
               THRU UCLI-1000-READ-X.

       2110-UCLI-READ-AHEAD-X.
           EXIT.
      /
      *------------------------
       2120-UCLI-CONSUME-GROUP.
      *------------------------

      * THE CERTIFICATE GOES TO THE OWNER; THE FIRST CLIENT ROW IS
      * KEPT ONLY FOR A POLICY CARRYING NO OWNER RELATION ROW.

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

       2120-UCLI-CONSUME-GROUP-X.
           EXIT.
      /
      *----------------
       2200-MATCH-UCVG.
      *----------------

           PERFORM  2210-UCVG-READ-AHEAD
               THRU 2210-UCVG-READ-AHEAD-X
               UNTIL WUCVG-SEQ-IO-EOF
               OR    RUCVG-APP-ID NOT LESS THAN RUPOL-APP-ID.

           MOVE ZERO                   TO WS-CVG-ROW-COUNT.
           MOVE 'N'                    TO WS-BASE-FOUND-SW.
           MOVE SPACE                  TO WS-BASE-TAX-QUALF-IND.

           PERFORM  2220-UCVG-CONSUME-GROUP
               THRU 2220-UCVG-CONSUME-GROUP-X
               UNTIL WUCVG-SEQ-IO-EOF
               OR    RUCVG-APP-ID NOT = RUPOL-APP-ID.

       2200-MATCH-UCVG-X.
           EXIT.
      /
      *---------------------
       2210-UCVG-READ-AHEAD.
      *---------------------

           PERFORM  UCVG-1000-READ
               THRU UCVG-1000-READ-X.

       2210-UCVG-READ-AHEAD-X.
           EXIT.
      /
      *------------------------
       2220-UCVG-CONSUME-GROUP.
      *------------------------

      * THE BASE COVERAGE IS THE ONE ON THE POLICY'S OWN PLAN; THE
      * FIRST COVERAGE STANDS IN WHEN NONE IS.

           IF   WS-CVG-ROW-COUNT       = ZERO
           OR  (RUCVG-PLAN-ID          = RUPOL-PLAN-ID
           AND  NOT WS-BASE-FOUND)
                MOVE RUCVG-TAX-QUALF-IND
                                       TO WS-BASE-TAX-QUALF-IND
           END-IF.

           IF   RUCVG-PLAN-ID          = RUPOL-PLAN-ID
                SET  WS-BASE-FOUND     TO TRUE
           END-IF.

           ADD  1                      TO WS-CVG-ROW-COUNT.

           PERFORM  UCVG-1000-READ
               THRU UCVG-1000-READ-X.

       2220-UCVG-CONSUME-GROUP-X.
           EXIT.
      /
      *----------------
       2300-MATCH-CWAR.
      *----------------

           PERFORM  2310-CWAR-READ-AHEAD
               THRU 2310-CWAR-READ-AHEAD-X
               UNTIL WCWAR-SEQ-IO-EOF
               OR    RCWAE-APP-ID NOT LESS THAN RUPOL-APP-ID.

           MOVE SPACES                 TO WS-INIT-RECPT-DT.
           MOVE ZERO                   TO WS-INIT-RECPT-AMT.

           PERFORM  2320-CWAR-CONSUME-GROUP
               THRU 2320-CWAR-CONSUME-GROUP-X
               UNTIL WCWAR-SEQ-IO-EOF
               OR    RCWAE-APP-ID NOT = RUPOL-APP-ID.

      * NO RECEIPT ON FILE - THE INITIAL PREMIUM IS TAKEN AS PAID ON
      * THE CONVERSION DATE.

           IF   WS-INIT-RECPT-DT       = SPACES
                ADD  1                 TO WS-NO-RECPT-CNT
                MOVE RUPOL-POL-CNV-DT  TO WS-INIT-RECPT-DT
           END-IF.

       2300-MATCH-CWAR-X.
           EXIT.
      /
      *---------------------
       2310-CWAR-READ-AHEAD.
      *---------------------

           PERFORM  CWAR-1000-READ
               THRU CWAR-1000-READ-X.

       2310-CWAR-READ-AHEAD-X.
           EXIT.
      /
      *------------------------
       2320-CWAR-CONSUME-GROUP.
      *------------------------

      * THE INITIAL PREMIUM IS EVERYTHING RECEIVED WITH THE
      * APPLICATION, PAID ON THE DATE OF THE FIRST RECEIPT.

           IF   RCWAE-CO-ID            = WGLOB-COMPANY-CODE
                ADD  RCWAE-RECPT-AMT   TO WS-INIT-RECPT-AMT
                IF   RCWAE-RECPT-DT    > SPACES
                AND (WS-INIT-RECPT-DT  = SPACES
                OR   RCWAE-RECPT-DT    < WS-INIT-RECPT-DT)
                     MOVE RCWAE-RECPT-DT
                                       TO WS-INIT-RECPT-DT
                END-IF
           END-IF.

           PERFORM  CWAR-1000-READ
               THRU CWAR-1000-READ-X.

       2320-CWAR-CONSUME-GROUP-X.
           EXIT.
      /
      *-------------------
       2500-FIND-CATEGORY.
      *-------------------

           MOVE ZERO                   TO WS-PDCT-USE-SUB.

           PERFORM  2510-MATCH-CATEGORY
               THRU 2510-MATCH-CATEGORY-X
               VARYING WS-PDCT-SUB FROM 1 BY 1
               UNTIL WS-PDCT-SUB > WS-PDCT-CNT
               OR    WS-PDCT-USE-SUB > ZERO.

           IF   WS-PDCT-USE-SUB        = ZERO
                MOVE WS-PDCT-DFLT-SUB  TO WS-PDCT-USE-SUB
           END-IF.

           IF   WS-PDCT-USE-SUB        > ZERO
                MOVE WS-PDCT-DED-CTGY-CD (WS-PDCT-USE-SUB)
                                       TO WS-DED-CTGY-CD
           ELSE
                SET  WS-CTGY-GENERAL-LIFE
                                       TO TRUE
                ADD  1                 TO WS-NO-CTGY-CNT
      *MSG: PLAN @1 NOT ON THE DEDUCTION CATEGORY MASTER - GENERAL LIFE
                MOVE 'AS95200003'      TO WGLOB-MSG-REF-INFO
                MOVE RUPOL-PLAN-ID     TO WGLOB-MSG-PARM (1)
                PERFORM  0260-1000-GENERATE-MESSAGE
                    THRU 0260-1000-GENERATE-MESSAGE-X
           END-IF.

      * A PENSION PLAN SOLD WITHOUT THE TAX-QUALIFIED SPECIAL
      * PROVISION DOES NOT QUALIFY FOR THE PENSION DEDUCTION.

           IF   WS-CTGY-INDV-PENSION
           AND  NOT WS-BASE-TAX-QUALF
                SET  WS-CTGY-GENERAL-LIFE
                                       TO TRUE
                ADD  1                 TO WS-NOT-QUALF-CNT
           END-IF.

           IF   WS-CTGY-MEDICAL-LTC
                ADD  1                 TO WS-MED-LTC-CNT
           ELSE
                IF   WS-CTGY-INDV-PENSION
                     ADD  1            TO WS-PENSION-CNT
                ELSE
                     SET  WS-CTGY-GENERAL-LIFE
                                       TO TRUE
                     ADD  1            TO WS-GEN-LIFE-CNT
                END-IF
           END-IF.

       2500-FIND-CATEGORY-X.
           EXIT.
      /
      *--------------------
       2510-MATCH-CATEGORY.
      *--------------------

           IF   WS-PDCT-PLAN-ID (WS-PDCT-SUB) = RUPOL-PLAN-ID
                MOVE WS-PDCT-SUB       TO WS-PDCT-USE-SUB
           END-IF.

       2510-MATCH-CATEGORY-X.
           EXIT.
      /
      *--------------------
       3000-WRITE-PDCR-REC.
      *--------------------

           MOVE SPACES                 TO RPDCR-SEQ-REC-INFO.
           SET  RPDCR-REC-TYP-DETAIL   TO TRUE.
           MOVE RUPOL-POL-ID           TO RPDCR-POL-ID.
           MOVE RUPOL-APP-ID           TO RPDCR-APP-ID.
           MOVE WS-DED-CTGY-CD         TO RPDCR-DED-CTGY-CD.
           MOVE RUPOL-PLAN-ID          TO RPDCR-BASE-PLAN-ID.
           MOVE WS-BASE-TAX-QUALF-IND  TO RPDCR-TAX-QUALF-IND.
           MOVE RUPOL-POL-CNV-DT       TO RPDCR-POL-CNV-DT.
           MOVE RUPOL-PYMT-MODE-CD     TO RPDCR-PYMT-MODE-CD.
           MOVE RUPOL-MOD-REG-PREM-AMT TO RPDCR-MOD-PREM-AMT.
           MOVE RUPOL-SNGL-PREM-AMT    TO RPDCR-SNGL-PREM-AMT.
           MOVE RUPOL-SCHD-ADV-PMT-DUR TO RPDCR-ADV-PMT-DUR.
           MOVE WS-INIT-RECPT-DT       TO RPDCR-INIT-RECPT-DT.
           MOVE WS-INIT-RECPT-AMT      TO RPDCR-INIT-RECPT-AMT.
           MOVE WS-OWNR-SUR-NM         TO RPDCR-OWNR-SUR-NM.
           MOVE WS-OWNR-GIV-NM         TO RPDCR-OWNR-GIV-NM.
           MOVE WS-OWNR-PSTL-CD        TO RPDCR-OWNR-PSTL-CD.
           MOVE WS-OWNR-ADDR-TXT       TO RPDCR-OWNR-ADDR-TXT.

           PERFORM  PDCR-2000-WRITE
               THRU PDCR-2000-WRITE-X.

           ADD  1                      TO WS-PDCR-DTL-CNT.

       3000-WRITE-PDCR-REC-X.
           EXIT.
      /
      *-------------------
       4500-WRITE-TRAILER.
      *-------------------

           MOVE SPACES                 TO RPDCR-SEQ-REC-INFO.
           SET  RPDCR-REC-TYP-TRAILER  TO TRUE.
           MOVE WS-FROM-DT             TO RPDCR-TRL-FROM-DT.
           MOVE WS-TO-DT               TO RPDCR-TRL-TO-DT.
           MOVE WS-PDCR-DTL-CNT        TO RPDCR-TRL-DTL-CNT.

           PERFORM  PDCR-2000-WRITE
               THRU PDCR-2000-WRITE-X.

       4500-WRITE-TRAILER-X.
           EXIT.
      /
      *------------------------
       5000-PRINT-GRAND-TOTALS.
      *------------------------

      *MSG: POLICIES ISSUED @1 TO @2 - @3, REGISTERED @4
           MOVE 'AS95200004'           TO WGLOB-MSG-REF-INFO.
           MOVE WS-FROM-DT             TO WGLOB-MSG-PARM (1).
           MOVE WS-TO-DT               TO WGLOB-MSG-PARM (2).
           MOVE WS-POL-ISSUED-CNT      TO WS-PIC-COUNTER.
           MOVE WS-PIC-COUNTER         TO WGLOB-MSG-PARM (3).
           MOVE WS-PDCR-DTL-CNT        TO WS-PIC-COUNTER.
           MOVE WS-PIC-COUNTER         TO WGLOB-MSG-PARM (4).
           PERFORM  0260-1000-GENERATE-MESSAGE
               THRU 0260-1000-GENERATE-MESSAGE-X.

      *MSG: GENERAL LIFE @1, MEDICAL/LTC @2, PENSION @3, NOT QUALF @4
           MOVE 'AS95200005'           TO WGLOB-MSG-REF-INFO.
           MOVE WS-GEN-LIFE-CNT        TO WS-PIC-COUNTER.
           MOVE WS-PIC-COUNTER         TO WGLOB-MSG-PARM (1).
           MOVE WS-MED-LTC-CNT         TO WS-PIC-COUNTER.
           MOVE WS-PIC-COUNTER         TO WGLOB-MSG-PARM (2).
           MOVE WS-PENSION-CNT         TO WS-PIC-COUNTER.
           MOVE WS-PIC-COUNTER         TO WGLOB-MSG-PARM (3).
           MOVE WS-NOT-QUALF-CNT       TO WS-PIC-COUNTER.
           MOVE WS-PIC-COUNTER         TO WGLOB-MSG-PARM (4).
           PERFORM  0260-1000-GENERATE-MESSAGE
               THRU 0260-1000-GENERATE-MESSAGE-X.

      *MSG: PLANS NOT ON MASTER @1, NO CWA RECEIPT ON FILE @2
           MOVE 'AS95200006'           TO WGLOB-MSG-REF-INFO.
           MOVE WS-NO-CTGY-CNT         TO WS-PIC-COUNTER.
           MOVE WS-PIC-COUNTER         TO WGLOB-MSG-PARM (1).
           MOVE WS-NO-RECPT-CNT        TO WS-PIC-COUNTER.
           MOVE WS-PIC-COUNTER         TO WGLOB-MSG-PARM (2).
           PERFORM  0260-1000-GENERATE-MESSAGE
               THRU 0260-1000-GENERATE-MESSAGE-X.

       5000-PRINT-GRAND-TOTALS-X.
           EXIT.
      /
      *-----------------
       9999-CLOSE-FILES.
      *-----------------

           PERFORM  PDCT-5000-CLOSE
               THRU PDCT-5000-CLOSE-X.

           PERFORM  RUPL-4000-CLOSE
               THRU RUPL-4000-CLOSE-X.

           PERFORM  UCLI-4000-CLOSE
               THRU UCLI-4000-CLOSE-X.

           PERFORM  UCVG-4000-CLOSE
               THRU UCVG-4000-CLOSE-X.

           PERFORM  CWAR-4000-CLOSE
               THRU CWAR-4000-CLOSE-X.

           PERFORM  PDCR-5000-CLOSE
               THRU PDCR-5000-CLOSE-X.

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
       COPY ACPAUCVG.
       COPY ACPNUCVG.
       COPY ACPOUCVG.
       COPY ACPLUCVG.
      /
       COPY ACPACWAR.
       COPY ACPNCWAR.
       COPY ACPOCWAR.
       COPY ACPLCWAR.
      /
       COPY ACPIPDCT.
      /
       COPY ACPIPDCR.
      /
      *****************************************************************
      * ERROR HANDLING ROUTINES                                       *
      *****************************************************************

       COPY XCPL0030.

       COPY XCPL0260.

      *****************************************************************
      **                 END OF PROGRAM ASBM9520                     **
      *****************************************************************
