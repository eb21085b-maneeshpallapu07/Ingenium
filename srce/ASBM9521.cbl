      *************************
       IDENTIFICATION DIVISION.
      *************************

       PROGRAM-ID. ASBM9521.

       COPY XCWWCRHT.

      *****************************************************************
      **  MEMBER :  ASBM9521                                         **
      **  REMARKS:  YEAR-END PREMIUM DEDUCTION CERTIFICATE FEED.     **
      **            READS THE PDCR REGISTER HISTORY WRITTEN AT       **
      **            CONVERSION BY ASBM9520 (ALL GENERATIONS, SORTED  **
      **            BY POLICY) AND WRITES ONE PDCX ROW PER POLICY    **
      **            ISSUED IN THE CERTIFICATE YEAR - OR ISSUED EARLY **
      **            IN THE NEXT YEAR ON AN INITIAL PREMIUM RECEIVED  **
      **            IN THE CERTIFICATE YEAR - FOR THE CERTIFICATE    **
      **            PRINT.  THE INITIAL PREMIUM COUNTS IN THE YEAR   **
      **            IT WAS RECEIVED; EACH LATER MODAL PREMIUM COUNTS **
      **            IN THE YEAR IT FALLS DUE, ONE MODE INTERVAL      **
      **            APART FROM THE CONVERSION MONTH.  A POLICY ON AN **
      **            ADVANCE-DEPOSIT SCHEDULE IS CERTIFIED BY DUE     **
      **            DATE, WITH THE CASH ACTUALLY RECEIVED IN THE     **
      **            YEAR SHOWN SEPARATELY.  POLICIES CANCELLED IN    **
      **            FREE LOOK (CLWX) OR BACKED OUT (BKLS) GET NO     **
      **            CERTIFICATE.  CERTIFICATES FOR THE LATER POLICY  **
      **            YEARS COME FROM THE ADMINISTRATION SYSTEM.  A    **
      **            ROW REJECTED ON ITS DATES OR PAYMENT MODE ENDS   **
      **            THE STEP RC 4; A FULL REVERSAL TABLE ENDS IT     **
      **            RC 8 WITHOUT THE FEED BODY.                      **
      **                                                             **
      **            PAYMENT MODE:  BYTES 1-2 OF THE MODE CODE ARE    **
      **                           THE PAYMENTS PER YEAR - 01, 02,   **
      **                           04 OR 12.                         **
      **                                                             **
      **            JCL PARM:  BYTES 1-2   COMPANY                   **
      **                       BYTES 3-6   CERTIFICATE YEAR (CCYY,   **
      **                                   DEFAULT - THE YEAR BEFORE **
      **                                   THE RUN DATE)             **
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

       COPY ACSSCLWX.
       COPY ACSSBKLS.
       COPY ACSSPDCR.
       COPY ACSSPDCX.

      ***************
       DATA DIVISION.
      ***************

       FILE SECTION.

       COPY ACSDCLWX.

       COPY ACSRCLWX.

       COPY ACSDBKLS.

       COPY ACSRBKLS.

       COPY ACSDPDCR.

       COPY ACSRPDCR.

       COPY ACSDPDCX.

       COPY ACSRPDCX.

       WORKING-STORAGE SECTION.

       COPY XCWWPGWS REPLACING '$VAR1' BY 'ASBM9521'.

       COPY SQLCA.

       01  WS-COUNTERS.
           05  WS-PDCR-REC-READ             PIC 9(07)  VALUE ZEROS.
           05  WS-DUP-POL-CNT               PIC 9(07)  VALUE ZEROS.
           05  WS-RVRS-POL-CNT              PIC 9(07)  VALUE ZEROS.
           05  WS-NOT-IN-YR-CNT             PIC 9(07)  VALUE ZEROS.
           05  WS-BAD-DT-CNT                PIC 9(07)  VALUE ZEROS.
           05  WS-BAD-MODE-CNT              PIC 9(07)  VALUE ZEROS.
           05  WS-BAD-ADV-CNT               PIC 9(07)  VALUE ZEROS.
           05  WS-PDCX-DTL-CNT              PIC 9(07)  VALUE ZEROS.
           05  WS-PIC-COUNTER               PIC Z(06)9.

       01  WS-PGM-WORK-AREA.
           05  WS-RUN-DT-CCYYMMDD           PIC 9(08)  VALUE ZEROS.
           05  WS-RUN-DT-GRP                REDEFINES
               WS-RUN-DT-CCYYMMDD.
               10  WS-RUN-DT-CCYY           PIC 9(04).
               10  WS-RUN-DT-MM             PIC 9(02).
               10  WS-RUN-DT-DD             PIC 9(02).
           05  WS-CERT-YR                   PIC 9(04).
           05  WS-YR-STRT-IDX               PIC 9(06).
           05  WS-YR-END-IDX                PIC 9(06).
           05  WS-PREV-POL-ID               PIC X(10)  VALUE SPACES.
           05  WS-TOT-DED-PREM-AMT          PIC S9(13)V9(02) COMP-3
                                                       VALUE ZERO.
           05  WS-TOT-CASH-PAID-AMT         PIC S9(13)V9(02) COMP-3
                                                       VALUE ZERO.
           05  WS-MAX-RC                    PIC 9(02)  VALUE ZERO.

      * DATES ARE CARRIED CCYY-MM-DD; THE SCHEDULE IS WORKED IN
      * MONTH INDEXES (CCYY * 12 + MM - 1).

       01  WS-DT-WORK-AREA.
           05  WS-DT-IN                     PIC X(10).
           05  WS-DT-IN-GRP                 REDEFINES WS-DT-IN.
               10  WS-DT-IN-CCYY            PIC 9(04).
               10  FILLER                   PIC X(01).
               10  WS-DT-IN-MM              PIC 9(02).
               10  FILLER                   PIC X(03).
           05  WS-DT-OK-SW                  PIC X(01).
               88  WS-DT-OK                       VALUE 'Y'.

      * THE CURRENT POLICY'S PREMIUM SCHEDULE.

       01  WS-POL-WORK-AREA.
           05  WS-CNV-YR                    PIC 9(04).
           05  WS-CNV-IDX                   PIC 9(06).
           05  WS-RECPT-YR                  PIC 9(04).
           05  WS-MODE-FREQ-CD              PIC X(02).
           05  WS-MODE-FREQ                 REDEFINES
               WS-MODE-FREQ-CD              PIC 9(02).
               88  WS-MODE-FREQ-VALID             VALUE 01 02 04 12.
           05  WS-MODE-MTHS                 PIC 9(02).
           05  WS-ADV-DUR-CD                PIC X(03).
           05  WS-ADV-DUR                   REDEFINES
               WS-ADV-DUR-CD                PIC 9(03).
           05  WS-ADV-MTHS                  PIC 9(03).
           05  WS-ADV-PREM-CNT              PIC 9(03).
           05  WS-ADV-REM                   PIC 9(03).
           05  WS-DUE-IDX                   PIC 9(06).
           05  WS-STEP-MTHS                 PIC 9(03).
           05  WS-IN-YR-CNT                 PIC 9(03).
           05  WS-DUE-CNT                   PIC 9(03).
           05  WS-BLOCK-CNT                 PIC 9(03).
           05  WS-DED-PREM-AMT              PIC S9(13)V9(02) COMP-3.
           05  WS-CASH-PAID-AMT             PIC S9(13)V9(02) COMP-3.

      * APPLICATIONS CANCELLED IN FREE LOOK OR BACKED OUT.

       01  WS-RVRS-WORK-AREA.
           05  WS-RVRS-MAX                  PIC S9(04) COMP VALUE +5000.
           05  WS-RVRS-CNT                  PIC S9(04) COMP VALUE ZERO.
           05  WS-RVRS-SUB                  PIC S9(04) COMP.
           05  WS-RVRS-USE-SUB              PIC S9(04) COMP.
           05  WS-RVRS-APP-ID-IN            PIC X(15).
           05  WS-RVRS-TBL.
               10  WS-RVRS-ENTRY            OCCURS 5000 TIMES.
                   15  WS-RVRS-APP-ID       PIC X(15).
           05  WS-RVRS-OVRFLW-SW            PIC X(01)  VALUE 'N'.
               88  WS-RVRS-OVERFLOW               VALUE 'Y'.
      /
       COPY XCWTFCMD.
      /
       COPY ACSWCLWX.
       COPY ACSWBKLS.
       COPY ACSWPDCR.
       COPY ACSWPDCX.
      /
      *****************************************************************
      * INPUT PARAMETER INFORMATION                                   *
      *****************************************************************

       01  WGLOB-GLOBAL-AREA.
       COPY XCWWGLOB.
      /
       LINKAGE SECTION.
      *****************

       01  LK-PARM-AREA.
           05  LK-PARM-LEN                 PIC S9(04) COMP.
           05  LK-PARM-DATA.
               10  LK-COMPANY-CODE         PIC X(02).
               10  LK-CERT-YR              PIC X(04).
               10  FILLER                  PIC X(24).
      /
       PROCEDURE DIVISION USING LK-PARM-AREA.

      *--------------
       0000-MAINLINE.
      *--------------

           PERFORM  0100-OPEN-FILES
               THRU 0100-OPEN-FILES-X.

           PERFORM  0200-INITIALIZE
               THRU 0200-INITIALIZE-X.

           PERFORM  1000-LOAD-FREE-LOOKS
               THRU 1000-LOAD-FREE-LOOKS-X.

           PERFORM  1200-LOAD-BACKOUTS
               THRU 1200-LOAD-BACKOUTS-X.

      *
      * A PARTIAL REVERSAL PICTURE WOULD CERTIFY PREMIUMS REFUNDED ON
      * CANCELLED POLICIES - THE RUN ENDS ON THE ABORT MESSAGE
      * INSTEAD.
      *
           IF   NOT WS-RVRS-OVERFLOW
                PERFORM  PDCR-1000-READ
                    THRU PDCR-1000-READ-X

                PERFORM  2000-PROCESS-REGISTER
                    THRU 2000-PROCESS-REGISTER-X
                    UNTIL WPDCR-SEQ-IO-EOF

                PERFORM  4500-WRITE-TRAILER
                    THRU 4500-WRITE-TRAILER-X
           END-IF.

           PERFORM  5000-PRINT-GRAND-TOTALS
               THRU 5000-PRINT-GRAND-TOTALS-X.

           PERFORM  9999-CLOSE-FILES
               THRU 9999-CLOSE-FILES-X.

           IF   WS-BAD-DT-CNT          > ZERO
           OR   WS-BAD-MODE-CNT        > ZERO
                MOVE 4                 TO WS-MAX-RC
           END-IF.

           IF   WS-RVRS-OVERFLOW
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

           PERFORM  CLWX-3000-OPEN-INPUT
               THRU CLWX-3000-OPEN-INPUT-X.

           PERFORM  BKLS-3000-OPEN-INPUT
               THRU BKLS-3000-OPEN-INPUT-X.

           PERFORM  PDCR-3000-OPEN-INPUT
               THRU PDCR-3000-OPEN-INPUT-X.

           PERFORM  PDCX-4000-OPEN-OUTPUT
               THRU PDCX-4000-OPEN-OUTPUT-X.

       0100-OPEN-FILES-X.
           EXIT.
      /
      *----------------
       0200-INITIALIZE.
      *----------------

           ACCEPT  WS-RUN-DT-CCYYMMDD  FROM DATE YYYYMMDD.

           COMPUTE WS-CERT-YR = WS-RUN-DT-CCYY - 1.

           IF   LK-PARM-LEN                  > ZERO
           AND  LK-COMPANY-CODE              > SPACES
                MOVE LK-COMPANY-CODE    TO WGLOB-COMPANY-CODE
           END-IF.

           IF   LK-PARM-LEN                  > 2
           AND  LK-CERT-YR                   > SPACES
                IF   LK-CERT-YR              IS NUMERIC
                     MOVE LK-CERT-YR    TO WS-CERT-YR
                ELSE
      *MSG: CERTIFICATE YEAR @1 INVALID - RUN ABORTED
                     MOVE 'AS95210001' TO WGLOB-MSG-REF-INFO
                     MOVE LK-CERT-YR   TO WGLOB-MSG-PARM (1)
                     PERFORM  0260-1000-GENERATE-MESSAGE
                         THRU 0260-1000-GENERATE-MESSAGE-X
                     PERFORM  0030-5000-LOGIC-ERROR
                         THRU 0030-5000-LOGIC-ERROR-X
                END-IF
           END-IF.

           COMPUTE WS-YR-STRT-IDX = WS-CERT-YR * 12.
           COMPUTE WS-YR-END-IDX  = WS-YR-STRT-IDX + 11.

       0200-INITIALIZE-X.
           EXIT.
      /
      *---------------------
       1000-LOAD-FREE-LOOKS.
      *---------------------

           PERFORM  CLWX-1000-READ
               THRU CLWX-1000-READ-X.

           PERFORM  1100-LOAD-ONE-FREE-LOOK
               THRU 1100-LOAD-ONE-FREE-LOOK-X
               UNTIL WCLWX-SEQ-IO-EOF
               OR    WS-RVRS-OVERFLOW.

       1000-LOAD-FREE-LOOKS-X.
           EXIT.
      /
      *------------------------
       1100-LOAD-ONE-FREE-LOOK.
      *------------------------

           MOVE RCLWX-APP-ID           TO WS-RVRS-APP-ID-IN.

           PERFORM  1400-ADD-REVERSAL
               THRU 1400-ADD-REVERSAL-X.

           PERFORM  CLWX-1000-READ
               THRU CLWX-1000-READ-X.

       1100-LOAD-ONE-FREE-LOOK-X.
           EXIT.
      /
      *-------------------
       1200-LOAD-BACKOUTS.
      *-------------------

           PERFORM  BKLS-1000-READ
               THRU BKLS-1000-READ-X.

           PERFORM  1300-LOAD-ONE-BACKOUT
               THRU 1300-LOAD-ONE-BACKOUT-X
               UNTIL WBKLS-SEQ-IO-EOF
               OR    WS-RVRS-OVERFLOW.

       1200-LOAD-BACKOUTS-X.
           EXIT.
      /
      *----------------------
       1300-LOAD-ONE-BACKOUT.
      *----------------------

           MOVE RBKLS-APP-ID           TO WS-RVRS-APP-ID-IN.

           PERFORM  1400-ADD-REVERSAL
               THRU 1400-ADD-REVERSAL-X.

           PERFORM  BKLS-1000-READ
               THRU BKLS-1000-READ-X.

       1300-LOAD-ONE-BACKOUT-X.
           EXIT.
      /
      *------------------
       1400-ADD-REVERSAL.
      *------------------

           PERFORM  2100-FIND-REVERSAL
               THRU 2100-FIND-REVERSAL-X.

           IF   WS-RVRS-USE-SUB        > ZERO
                GO TO 1400-ADD-REVERSAL-X
           END-IF.

           IF   WS-RVRS-CNT            < WS-RVRS-MAX
                ADD  1                 TO WS-RVRS-CNT
                MOVE WS-RVRS-APP-ID-IN TO WS-RVRS-APP-ID (WS-RVRS-CNT)
           ELSE
                SET  WS-RVRS-OVERFLOW  TO TRUE
      *MSG: REVERSAL TABLE FULL - RUN ABORTED - RC 8
                MOVE 'AS95210002'      TO WGLOB-MSG-REF-INFO
                PERFORM  0260-1000-GENERATE-MESSAGE
                    THRU 0260-1000-GENERATE-MESSAGE-X
           END-IF.

       1400-ADD-REVERSAL-X.
           EXIT.
      /
      *----------------------
       2000-PROCESS-REGISTER.
      *----------------------

           ADD  1                      TO WS-PDCR-REC-READ.

           IF   NOT RPDCR-REC-TYP-DETAIL
                GO TO 2000-PROCESS-REGISTER-R
           END-IF.

      * A RERUN OF THE CONVERSION STEP REGISTERS A POLICY TWICE - THE
      * FIRST ROW STANDS.

           IF   RPDCR-POL-ID           = WS-PREV-POL-ID
                ADD  1                 TO WS-DUP-POL-CNT
                GO TO 2000-PROCESS-REGISTER-R
           END-IF.

           MOVE RPDCR-POL-ID           TO WS-PREV-POL-ID.

           MOVE RPDCR-APP-ID           TO WS-RVRS-APP-ID-IN.

           PERFORM  2100-FIND-REVERSAL
               THRU 2100-FIND-REVERSAL-X.

           IF   WS-RVRS-USE-SUB        > ZERO
                ADD  1                 TO WS-RVRS-POL-CNT
                GO TO 2000-PROCESS-REGISTER-R
           END-IF.

           PERFORM  2200-EDIT-DATES
               THRU 2200-EDIT-DATES-X.

           IF   NOT WS-DT-OK
                GO TO 2000-PROCESS-REGISTER-R
           END-IF.

      * ISSUED IN THE YEAR, OR ISSUED EARLY NEXT YEAR ON A PREMIUM
      * RECEIVED IN THE YEAR.

           IF   WS-CNV-YR              = WS-CERT-YR
           OR  (WS-CNV-YR              = WS-CERT-YR + 1
           AND  WS-RECPT-YR            = WS-CERT-YR)
                CONTINUE
           ELSE
                ADD  1                 TO WS-NOT-IN-YR-CNT
                GO TO 2000-PROCESS-REGISTER-R
           END-IF.

           IF   RPDCR-SNGL-PREM-AMT    > ZERO
                PERFORM  2300-SINGLE-PREMIUM
                    THRU 2300-SINGLE-PREMIUM-X
           ELSE
                PERFORM  2400-MODAL-PREMIUM
                    THRU 2400-MODAL-PREMIUM-X
           END-IF.

           IF   WS-DED-PREM-AMT        > ZERO
           OR   WS-CASH-PAID-AMT       > ZERO
                PERFORM  3000-WRITE-PDCX-REC
                    THRU 3000-WRITE-PDCX-REC-X
           ELSE
                ADD  1                 TO WS-NOT-IN-YR-CNT
           END-IF.

       2000-PROCESS-REGISTER-R.

           PERFORM  PDCR-1000-READ
               THRU PDCR-1000-READ-X.

       2000-PROCESS-REGISTER-X.
           EXIT.
      /
      *-------------------
       2100-FIND-REVERSAL.
      *-------------------

           MOVE ZERO                   TO WS-RVRS-USE-SUB.

           PERFORM  2110-CHECK-REVERSAL
               THRU 2110-CHECK-REVERSAL-X
               VARYING WS-RVRS-SUB FROM 1 BY 1
               UNTIL WS-RVRS-SUB     > WS-RVRS-CNT
               OR    WS-RVRS-USE-SUB > ZERO.

       2100-FIND-REVERSAL-X.
           EXIT.
      /
      *--------------------
       2110-CHECK-REVERSAL.
      *--------------------

           IF   WS-RVRS-APP-ID (WS-RVRS-SUB) = WS-RVRS-APP-ID-IN
                MOVE WS-RVRS-SUB       TO WS-RVRS-USE-SUB
           END-IF.

       2110-CHECK-REVERSAL-X.
           EXIT.
      /
      *----------------
       2200-EDIT-DATES.
      *----------------

           MOVE 'N'                    TO WS-DT-OK-SW.

           MOVE RPDCR-POL-CNV-DT       TO WS-DT-IN.

           IF   WS-DT-IN-CCYY      NOT NUMERIC
           OR   WS-DT-IN-MM        NOT NUMERIC
           OR   WS-DT-IN-MM            < 01
           OR   WS-DT-IN-MM            > 12
                GO TO 2200-EDIT-DATES-E
           END-IF.

           MOVE WS-DT-IN-CCYY          TO WS-CNV-YR.
           COMPUTE WS-CNV-IDX = WS-DT-IN-CCYY * 12 + WS-DT-IN-MM - 1.

           MOVE RPDCR-INIT-RECPT-DT    TO WS-DT-IN.

           IF   WS-DT-IN           NOT > SPACES
                MOVE RPDCR-POL-CNV-DT  TO WS-DT-IN
           END-IF.

           IF   WS-DT-IN-CCYY      NOT NUMERIC
                GO TO 2200-EDIT-DATES-E
           END-IF.

           MOVE WS-DT-IN-CCYY          TO WS-RECPT-YR.
           SET  WS-DT-OK               TO TRUE.
           GO TO 2200-EDIT-DATES-X.

       2200-EDIT-DATES-E.

           ADD  1                      TO WS-BAD-DT-CNT.
      *MSG: POLICY @1 CONVERSION/RECEIPT DATE @2 INVALID - NOT CERTIFIED
           MOVE 'AS95210003'           TO WGLOB-MSG-REF-INFO.
           MOVE RPDCR-POL-ID           TO WGLOB-MSG-PARM (1).
           MOVE WS-DT-IN               TO WGLOB-MSG-PARM (2).
           PERFORM  0260-1000-GENERATE-MESSAGE
               THRU 0260-1000-GENERATE-MESSAGE-X.

       2200-EDIT-DATES-X.
           EXIT.
      /
      *--------------------
       2300-SINGLE-PREMIUM.
      *--------------------

      * THE WHOLE SINGLE PREMIUM IS DEDUCTIBLE IN THE YEAR PAID.

           MOVE ZERO                   TO WS-DUE-CNT
                                          WS-DED-PREM-AMT
                                          WS-CASH-PAID-AMT.

           IF   WS-RECPT-YR            = WS-CERT-YR
                MOVE 1                 TO WS-DUE-CNT
                MOVE RPDCR-SNGL-PREM-AMT
                                       TO WS-DED-PREM-AMT
                                          WS-CASH-PAID-AMT
           END-IF.

       2300-SINGLE-PREMIUM-X.
           EXIT.
      /
      *-------------------
       2400-MODAL-PREMIUM.
      *-------------------

           MOVE ZERO                   TO WS-DUE-CNT
                                          WS-DED-PREM-AMT
                                          WS-CASH-PAID-AMT.

           MOVE RPDCR-PYMT-MODE-CD (1:2)
                                       TO WS-MODE-FREQ-CD.

           IF   WS-MODE-FREQ-CD    NOT NUMERIC
           OR   NOT WS-MODE-FREQ-VALID
                ADD  1                 TO WS-BAD-MODE-CNT
      *MSG: POLICY @1 PAYMENT MODE @2 NOT RECOGNISED - NO CERTIFICATE
                MOVE 'AS95210004'      TO WGLOB-MSG-REF-INFO
                MOVE RPDCR-POL-ID      TO WGLOB-MSG-PARM (1)
                MOVE RPDCR-PYMT-MODE-CD
                                       TO WGLOB-MSG-PARM (2)
                PERFORM  0260-1000-GENERATE-MESSAGE
                    THRU 0260-1000-GENERATE-MESSAGE-X
                GO TO 2400-MODAL-PREMIUM-X
           END-IF.

           COMPUTE WS-MODE-MTHS = 12 / WS-MODE-FREQ.

      * THE INITIAL PREMIUM COUNTS IN THE YEAR IT WAS RECEIVED, THE
      * REST IN THE YEAR EACH FALLS DUE.

           MOVE WS-MODE-MTHS           TO WS-STEP-MTHS.

           PERFORM  2500-COUNT-IN-YEAR
               THRU 2500-COUNT-IN-YEAR-X.

           MOVE WS-IN-YR-CNT           TO WS-DUE-CNT.

           COMPUTE WS-DED-PREM-AMT =
                   RPDCR-MOD-PREM-AMT * WS-DUE-CNT.

           MOVE WS-DED-PREM-AMT        TO WS-CASH-PAID-AMT.

           MOVE RPDCR-ADV-PMT-DUR      TO WS-ADV-DUR-CD.

           IF   WS-ADV-DUR-CD      NOT NUMERIC
           OR   WS-ADV-DUR             = ZERO
                GO TO 2400-MODAL-PREMIUM-X
           END-IF.

      * ADVANCE DEPOSITS ARE TAKEN A BLOCK OF MODAL PREMIUMS AT A
      * TIME - THE CASH FOLLOWS THE BLOCKS, THE DEDUCTION STILL
      * FOLLOWS THE DUE DATES.

           MOVE WS-ADV-DUR             TO WS-ADV-MTHS.

           DIVIDE WS-ADV-MTHS BY WS-MODE-MTHS
               GIVING WS-ADV-PREM-CNT
               REMAINDER WS-ADV-REM.

           IF   WS-ADV-MTHS        NOT > WS-MODE-MTHS
           OR   WS-ADV-REM             > ZERO
                ADD  1                 TO WS-BAD-ADV-CNT
      *MSG: POLICY @1 ADVANCE SCHEDULE @2 DOES NOT FIT MODE @3 - IGNORED
                MOVE 'AS95210005'      TO WGLOB-MSG-REF-INFO
                MOVE RPDCR-POL-ID      TO WGLOB-MSG-PARM (1)
                MOVE RPDCR-ADV-PMT-DUR TO WGLOB-MSG-PARM (2)
                MOVE RPDCR-PYMT-MODE-CD
                                       TO WGLOB-MSG-PARM (3)
                PERFORM  0260-1000-GENERATE-MESSAGE
                    THRU 0260-1000-GENERATE-MESSAGE-X
                GO TO 2400-MODAL-PREMIUM-X
           END-IF.

           MOVE WS-ADV-MTHS            TO WS-STEP-MTHS.

           PERFORM  2500-COUNT-IN-YEAR
               THRU 2500-COUNT-IN-YEAR-X.

           MOVE WS-IN-YR-CNT           TO WS-BLOCK-CNT.

           COMPUTE WS-CASH-PAID-AMT =
                   RPDCR-MOD-PREM-AMT * WS-ADV-PREM-CNT
                 * WS-BLOCK-CNT.

       2400-MODAL-PREMIUM-X.
           EXIT.
      /
      *-------------------
       2500-COUNT-IN-YEAR.
      *-------------------

      * COUNTS THE PAYMENTS FALLING IN THE CERTIFICATE YEAR - THE
      * FIRST ONE BY ITS RECEIPT YEAR, EACH LATER ONE WS-STEP-MTHS
      * MONTHS ON FROM THE CONVERSION MONTH.

           MOVE ZERO                   TO WS-IN-YR-CNT.

           IF   WS-RECPT-YR            = WS-CERT-YR
                ADD  1                 TO WS-IN-YR-CNT
           END-IF.

           COMPUTE WS-DUE-IDX = WS-CNV-IDX + WS-STEP-MTHS.

           PERFORM  2510-COUNT-ONE-DUE
               THRU 2510-COUNT-ONE-DUE-X
               UNTIL WS-DUE-IDX        > WS-YR-END-IDX.

       2500-COUNT-IN-YEAR-X.
           EXIT.
      /
      *-------------------
       2510-COUNT-ONE-DUE.
      *-------------------

           IF   WS-DUE-IDX         NOT < WS-YR-STRT-IDX
                ADD  1                 TO WS-IN-YR-CNT
           END-IF.

           ADD  WS-STEP-MTHS           TO WS-DUE-IDX.

       2510-COUNT-ONE-DUE-X.
           EXIT.
      /
      *--------------------
       3000-WRITE-PDCX-REC.
      *--------------------

           MOVE SPACES                 TO RPDCX-SEQ-REC-INFO.
           SET  RPDCX-REC-TYP-DETAIL   TO TRUE.
           MOVE RPDCR-POL-ID           TO RPDCX-POL-ID.
           MOVE RPDCR-APP-ID           TO RPDCX-APP-ID.
           MOVE WS-CERT-YR             TO RPDCX-CERT-YR.
           MOVE RPDCR-DED-CTGY-CD      TO RPDCX-DED-CTGY-CD.
           MOVE RPDCR-POL-CNV-DT       TO RPDCX-POL-CNV-DT.
           MOVE RPDCR-PYMT-MODE-CD     TO RPDCX-PYMT-MODE-CD.
           MOVE RPDCR-ADV-PMT-DUR      TO RPDCX-ADV-PMT-DUR.
           MOVE WS-DUE-CNT             TO RPDCX-PREM-CNT.
           MOVE WS-DED-PREM-AMT        TO RPDCX-DED-PREM-AMT.
           MOVE WS-CASH-PAID-AMT       TO RPDCX-CASH-PAID-AMT.
           MOVE RPDCR-OWNR-SUR-NM      TO RPDCX-OWNR-SUR-NM.
           MOVE RPDCR-OWNR-GIV-NM      TO RPDCX-OWNR-GIV-NM.
           MOVE RPDCR-OWNR-PSTL-CD     TO RPDCX-OWNR-PSTL-CD.
           MOVE RPDCR-OWNR-ADDR-TXT    TO RPDCX-OWNR-ADDR-TXT.

           PERFORM  PDCX-2000-WRITE
               THRU PDCX-2000-WRITE-X.

           ADD  1                      TO WS-PDCX-DTL-CNT.
           ADD  WS-DED-PREM-AMT        TO WS-TOT-DED-PREM-AMT.
           ADD  WS-CASH-PAID-AMT       TO WS-TOT-CASH-PAID-AMT.

       3000-WRITE-PDCX-REC-X.
           EXIT.
      /
      *-------------------
       4500-WRITE-TRAILER.
      *-------------------

           MOVE SPACES                 TO RPDCX-SEQ-REC-INFO.
           SET  RPDCX-REC-TYP-TRAILER  TO TRUE.
           MOVE WS-CERT-YR             TO RPDCX-TRL-CERT-YR.
           MOVE WS-PDCX-DTL-CNT        TO RPDCX-TRL-DTL-CNT.
           MOVE WS-TOT-DED-PREM-AMT    TO RPDCX-TRL-DED-PREM-AMT.
           MOVE WS-TOT-CASH-PAID-AMT   TO RPDCX-TRL-CASH-PAID-AMT.

           PERFORM  PDCX-2000-WRITE
               THRU PDCX-2000-WRITE-X.

       4500-WRITE-TRAILER-X.
           EXIT.
      /
      *------------------------
       5000-PRINT-GRAND-TOTALS.
      *------------------------

      *MSG: CERTIFICATE YEAR @1 - REGISTER ROWS @2, CERTIFICATES @3
           MOVE 'AS95210006'           TO WGLOB-MSG-REF-INFO.
           MOVE WS-CERT-YR             TO WGLOB-MSG-PARM (1).
           MOVE WS-PDCR-REC-READ       TO WS-PIC-COUNTER.
           MOVE WS-PIC-COUNTER         TO WGLOB-MSG-PARM (2).
           MOVE WS-PDCX-DTL-CNT        TO WS-PIC-COUNTER.
           MOVE WS-PIC-COUNTER         TO WGLOB-MSG-PARM (3).
           PERFORM  0260-1000-GENERATE-MESSAGE
               THRU 0260-1000-GENERATE-MESSAGE-X.

      *MSG: DUPLICATES @1, CANCELLED @2, OTHER YEARS @3, REJECTED @4
           MOVE 'AS95210007'           TO WGLOB-MSG-REF-INFO.
           MOVE WS-DUP-POL-CNT         TO WS-PIC-COUNTER.
           MOVE WS-PIC-COUNTER         TO WGLOB-MSG-PARM (1).
           MOVE WS-RVRS-POL-CNT        TO WS-PIC-COUNTER.
           MOVE WS-PIC-COUNTER         TO WGLOB-MSG-PARM (2).
           MOVE WS-NOT-IN-YR-CNT       TO WS-PIC-COUNTER.
           MOVE WS-PIC-COUNTER         TO WGLOB-MSG-PARM (3).
           COMPUTE WS-PIC-COUNTER = WS-BAD-DT-CNT + WS-BAD-MODE-CNT.
           MOVE WS-PIC-COUNTER         TO WGLOB-MSG-PARM (4).
           PERFORM  0260-1000-GENERATE-MESSAGE
               THRU 0260-1000-GENERATE-MESSAGE-X.

       5000-PRINT-GRAND-TOTALS-X.
           EXIT.
      /
      *-----------------
       9999-CLOSE-FILES.
      *-----------------

           PERFORM  CLWX-4000-CLOSE
               THRU CLWX-4000-CLOSE-X.

           PERFORM  BKLS-5000-CLOSE
               THRU BKLS-5000-CLOSE-X.

           PERFORM  PDCR-5000-CLOSE
               THRU PDCR-5000-CLOSE-X.

           PERFORM  PDCX-5000-CLOSE
               THRU PDCX-5000-CLOSE-X.

       9999-CLOSE-FILES-X.
           EXIT.
      /
      *****************************************************************
      * I/O PROCESSING COPYBOOKS                                      *
      *****************************************************************

       COPY ACPECLWX.
      /
       COPY ACPIBKLS.
      /
       COPY ACPIPDCR.
      /
       COPY ACPIPDCX.
      /
      *****************************************************************
      * ERROR HANDLING ROUTINES                                       *
      *****************************************************************

       COPY XCPL0030.

       COPY XCPL0260.

      *****************************************************************
      **                 END OF PROGRAM ASBM9521                     **
      *****************************************************************
