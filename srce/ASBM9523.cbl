      *************************
       IDENTIFICATION DIVISION.
      *************************

       PROGRAM-ID. ASBM9523.

       COPY XCWWCRHT.

      *****************************************************************
      **  MEMBER :  ASBM9523                                         **
      **  REMARKS:  MONTHLY REFERRAL FEE EXTRACT.  READS THE RUPOL   **
      **            DRIVER EXTRACT AND PICKS UP EVERY ISSUED POLICY  **
      **            CARRYING A REFERRAL CODE WHOSE FREE-LOOK PERIOD  **
      **            (CONVERSION DATE PLUS THE FREE-LOOK DAYS) ENDED  **
      **            IN THE FEE MONTH - SO EACH POLICY IS PAID FOR    **
      **            ONCE.  POLICIES CANCELLED IN FREE LOOK (CLWX) OR **
      **            BACKED OUT (BKLS) EARN NO FEE.  THE FEE FOLLOWS  **
      **            THE RFPT PARTNER MASTER ROW IN FORCE ON THE      **
      **            UPLOAD DATE - A PERCENTAGE OF THE ANNUALIZED     **
      **            PREMIUM (SINGLE PREMIUM, OR MODAL PREMIUM TIMES  **
      **            THE PAYMENTS PER YEAR) OR A FLAT AMOUNT.  THE    **
      **            RFFX EXTRACT CARRIES A D ROW PER POLICY, AN S    **
      **            ROW PER PARTNER MASTER ROW AND A T TRAILER.  A   **
      **            POLICY WHOSE CODE WAS NOT VALID ON THE MASTER,   **
      **            OR WHOSE PAYMENT MODE CANNOT BE ANNUALIZED, IS   **
      **            WRITTEN HELD WITH NO FEE AND ENDS THE STEP RC 4; **
      **            A FULL TABLE ENDS IT RC 8 WITHOUT THE BODY.      **
      **                                                             **
      **            PAYMENT MODE:  BYTES 1-2 OF THE MODE CODE ARE    **
      **                           THE PAYMENTS PER YEAR - 01, 02,   **
      **                           04 OR 12.                         **
      **                                                             **
      **            JCL PARM:  BYTES 1-2   COMPANY                   **
      **                       BYTES 3-8   FEE MONTH (CCYYMM,        **
      **                                   DEFAULT - THE MONTH       **
      **                                   BEFORE THE RUN DATE)      **
      **                       BYTES 9-11  FREE-LOOK DAYS            **
      **                                   (DEFAULT 030)             **
      **                                                             **
      **  DOMAIN :  UW                                               **
      **  CLASS  :  PD                                               **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
271946**  15OCT26  DEV    NEW PROGRAM                                **
      *****************************************************************

      **********************
       ENVIRONMENT DIVISION.
      **********************

       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY ACSSRFPT.
       COPY ACSSCLWX.
       COPY ACSSBKLS.
       COPY ACSSRFFX.

      ***************
       DATA DIVISION.
      ***************

       FILE SECTION.

       COPY ACSDRFPT.

       COPY ACSRRFPT.

       COPY ACSDCLWX.

       COPY ACSRCLWX.

       COPY ACSDBKLS.

       COPY ACSRBKLS.

       COPY ACSDRFFX.

       COPY ACSRRFFX.

       WORKING-STORAGE SECTION.

       COPY XCWWPGWS REPLACING '$VAR1' BY 'ASBM9523'.

       COPY SQLCA.

       01  WS-COUNTERS.
           05  WS-RUPOL-REC-READ            PIC 9(07)  VALUE ZEROS.
           05  WS-REFRL-POL-CNT             PIC 9(07)  VALUE ZEROS.
           05  WS-RVRS-POL-CNT              PIC 9(07)  VALUE ZEROS.
           05  WS-BAD-DT-CNT                PIC 9(07)  VALUE ZEROS.
           05  WS-PAYABLE-CNT               PIC 9(07)  VALUE ZEROS.
           05  WS-HOLD-CNT                  PIC 9(07)  VALUE ZEROS.
           05  WS-RFFX-DTL-CNT              PIC 9(07)  VALUE ZEROS.
           05  WS-RFFX-SUM-CNT              PIC 9(07)  VALUE ZEROS.
           05  WS-PIC-COUNTER               PIC Z(06)9.

       01  WS-PGM-WORK-AREA.
           05  WS-RUN-DT-CCYYMMDD           PIC 9(08)  VALUE ZEROS.
           05  WS-RUN-DT-GRP                REDEFINES
               WS-RUN-DT-CCYYMMDD.
               10  WS-RUN-DT-CCYY           PIC 9(04).
               10  WS-RUN-DT-MM             PIC 9(02).
               10  WS-RUN-DT-DD             PIC 9(02).
           05  WS-FEE-MO.
               10  WS-FEE-MO-CCYY           PIC 9(04).
               10  WS-FEE-MO-MM             PIC 9(02).
           05  WS-FEE-MO-ISO.
               10  WS-FEE-ISO-CCYY          PIC 9(04).
               10  FILLER                   PIC X(01)  VALUE '-'.
               10  WS-FEE-ISO-MM            PIC 9(02).
           05  WS-FL-DAYS                   PIC 9(03)  VALUE 030.
           05  WS-TOT-FEE-AMT               PIC S9(13)V9(02) COMP-3
                                                       VALUE ZERO.
           05  WS-MAX-RC                    PIC 9(02)  VALUE ZERO.

      * THE CURRENT POLICY'S FREE-LOOK END DATE AND FEE.

       01  WS-POL-WORK-AREA.
           05  WS-CNV-DT-CCYYMMDD-GRP.
               10  WS-CNV-DT-CCYY           PIC X(04).
               10  WS-CNV-DT-MM             PIC X(02).
               10  WS-CNV-DT-DD             PIC X(02).
           05  WS-CNV-DT-CCYYMMDD           REDEFINES
               WS-CNV-DT-CCYYMMDD-GRP       PIC 9(08).
           05  WS-FL-END-INT                PIC S9(09) COMP-3.
           05  WS-FL-END-CCYYMMDD           PIC 9(08).
           05  WS-FL-END-GRP                REDEFINES
               WS-FL-END-CCYYMMDD.
               10  WS-FL-END-CCYY           PIC 9(04).
               10  WS-FL-END-MM             PIC 9(02).
               10  WS-FL-END-DD             PIC 9(02).
           05  WS-FL-END-ISO.
               10  WS-FL-END-ISO-CCYY       PIC 9(04).
               10  FILLER                   PIC X(01)  VALUE '-'.
               10  WS-FL-END-ISO-MM         PIC 9(02).
               10  FILLER                   PIC X(01)  VALUE '-'.
               10  WS-FL-END-ISO-DD         PIC 9(02).
           05  WS-MODE-FREQ-CD              PIC X(02).
           05  WS-MODE-FREQ                 REDEFINES
               WS-MODE-FREQ-CD              PIC 9(02).
               88  WS-MODE-FREQ-VALID             VALUE 01 02 04 12.
           05  WS-HOLD-CD                   PIC X(01).
           05  WS-ANNL-PREM-AMT             PIC S9(13)V9(02) COMP-3.
           05  WS-FEE-AMT                   PIC S9(11)V9(02) COMP-3.

      * IN-STORAGE REFERRAL PARTNER MASTER WITH THE MONTH'S TOTALS
      * FOR EACH ROW.  A CODE MAY CARRY ONE ROW PER PERIOD; THE ROW
      * COVERING THE LOOKUP DATE IS USED.

       01  WS-RFPT-WORK-AREA.
           05  WS-RFPT-MAX                  PIC S9(04) COMP VALUE +2000.
           05  WS-RFPT-CNT                  PIC S9(04) COMP VALUE ZERO.
           05  WS-RFPT-SUB                  PIC S9(04) COMP.
           05  WS-RFPT-USE-SUB              PIC S9(04) COMP.
           05  WS-RFPT-NEAR-SUB             PIC S9(04) COMP.
           05  WS-RFPT-REFRL-CD-IN          PIC X(06).
           05  WS-RFPT-DT-IN                PIC X(10).
           05  WS-RFPT-EXCP-CD              PIC X(01).
               88  WS-RFPT-CD-VALID               VALUE SPACE.
               88  WS-RFPT-CD-UNKNOWN             VALUE 'U'.
               88  WS-RFPT-CD-EXPIRED             VALUE 'X'.
               88  WS-RFPT-CD-NOT-YET-EFF         VALUE 'N'.
           05  WS-RFPT-TBL.
               10  WS-RFPT-ENTRY            OCCURS 2000 TIMES.
                   15  WS-RFPT-REFRL-CD     PIC X(06).
                   15  WS-RFPT-PRTNR-ID     PIC X(10).
                   15  WS-RFPT-PRTNR-NM     PIC X(25).
                   15  WS-RFPT-EFF-DT       PIC X(10).
                   15  WS-RFPT-EXP-DT       PIC X(10).
                   15  WS-RFPT-FEE-BASIS-CD PIC X(01).
                       88  WS-RFPT-FEE-PCT-OF-PREM VALUE 'P'.
                   15  WS-RFPT-FEE-PCT      PIC 9(03)V9(04).
                   15  WS-RFPT-FEE-FLAT-AMT PIC 9(07)V9(02).
                   15  WS-RFPT-POL-CNT      PIC 9(07).
                   15  WS-RFPT-ANNL-PREM-AMT
                                            PIC S9(13)V9(02) COMP-3.
                   15  WS-RFPT-FEE-AMT      PIC S9(11)V9(02) COMP-3.
           05  WS-RFPT-OVRFLW-SW            PIC X(01)  VALUE 'N'.
               88  WS-RFPT-OVERFLOW               VALUE 'Y'.

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
       COPY ACSWRUPL.
       COPY ACSWRFPT.
       COPY ACSWCLWX.
       COPY ACSWBKLS.
       COPY ACSWRFFX.
      /
      *****************************************************************
      * INPUT PARAMETER INFORMATION                                   *
      *****************************************************************

       01  WGLOB-GLOBAL-AREA.
       COPY XCWWGLOB.

       COPY ACFRUPOL.
      /
       LINKAGE SECTION.
      *****************

       01  LK-PARM-AREA.
           05  LK-PARM-LEN                 PIC S9(04) COMP.
           05  LK-PARM-DATA.
               10  LK-COMPANY-CODE         PIC X(02).
               10  LK-FEE-MO               PIC X(06).
               10  LK-FL-DAYS              PIC X(03).
               10  FILLER                  PIC X(19).
      /
       PROCEDURE DIVISION USING LK-PARM-AREA.

      *--------------
       0000-MAINLINE.
      *--------------

           PERFORM  0100-OPEN-FILES
               THRU 0100-OPEN-FILES-X.

           PERFORM  0200-INITIALIZE
               THRU 0200-INITIALIZE-X.

           PERFORM  1000-LOAD-PARTNERS
               THRU 1000-LOAD-PARTNERS-X.

           PERFORM  1200-LOAD-FREE-LOOKS
               THRU 1200-LOAD-FREE-LOOKS-X.

           PERFORM  1400-LOAD-BACKOUTS
               THRU 1400-LOAD-BACKOUTS-X.

      *
      * A PARTIAL MASTER WOULD HOLD GOOD BUSINESS, A PARTIAL REVERSAL
      * PICTURE WOULD PAY ON CANCELLED POLICIES - THE RUN ENDS ON
      * THE ABORT MESSAGE INSTEAD.
      *
           IF   NOT WS-RFPT-OVERFLOW
           AND  NOT WS-RVRS-OVERFLOW
                PERFORM  RUPL-1000-READ
                    THRU RUPL-1000-READ-X

                PERFORM  2000-PROCESS-POLICY
                    THRU 2000-PROCESS-POLICY-X
                    UNTIL WRUPL-SEQ-IO-EOF

                PERFORM  4000-WRITE-SUMMARY
                    THRU 4000-WRITE-SUMMARY-X
                    VARYING WS-RFPT-SUB FROM 1 BY 1
                    UNTIL WS-RFPT-SUB > WS-RFPT-CNT

                PERFORM  4500-WRITE-TRAILER
                    THRU 4500-WRITE-TRAILER-X
           END-IF.

           PERFORM  5000-PRINT-GRAND-TOTALS
               THRU 5000-PRINT-GRAND-TOTALS-X.

           PERFORM  9999-CLOSE-FILES
               THRU 9999-CLOSE-FILES-X.

           IF   WS-HOLD-CNT            > ZERO
           OR   WS-BAD-DT-CNT          > ZERO
                MOVE 4                 TO WS-MAX-RC
           END-IF.

           IF   WS-RFPT-OVERFLOW
           OR   WS-RVRS-OVERFLOW
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

           PERFORM  RFPT-3000-OPEN-INPUT
               THRU RFPT-3000-OPEN-INPUT-X.

           PERFORM  CLWX-3000-OPEN-INPUT
               THRU CLWX-3000-OPEN-INPUT-X.

           PERFORM  BKLS-3000-OPEN-INPUT
               THRU BKLS-3000-OPEN-INPUT-X.

           PERFORM  RUPL-3000-OPEN-INPUT
               THRU RUPL-3000-OPEN-INPUT-X.

           PERFORM  RFFX-4000-OPEN-OUTPUT
               THRU RFFX-4000-OPEN-OUTPUT-X.

       0100-OPEN-FILES-X.
           EXIT.
      /
      *----------------
       0200-INITIALIZE.
      *----------------

           ACCEPT  WS-RUN-DT-CCYYMMDD  FROM DATE YYYYMMDD.

           IF   WS-RUN-DT-MM           = 01
                COMPUTE WS-FEE-MO-CCYY = WS-RUN-DT-CCYY - 1
                MOVE 12                TO WS-FEE-MO-MM
           ELSE
                MOVE WS-RUN-DT-CCYY    TO WS-FEE-MO-CCYY
                COMPUTE WS-FEE-MO-MM   = WS-RUN-DT-MM - 1
           END-IF.

           IF   LK-PARM-LEN                  > ZERO
           AND  LK-COMPANY-CODE              > SPACES
                MOVE LK-COMPANY-CODE    TO WGLOB-COMPANY-CODE
           END-IF.

           IF   LK-PARM-LEN                  > 2
           AND  LK-FEE-MO                    > SPACES
                IF   LK-FEE-MO               IS NUMERIC
                AND  LK-FEE-MO (5:2)         > '00'
                AND  LK-FEE-MO (5:2)     NOT > '12'
                     MOVE LK-FEE-MO     TO WS-FEE-MO
                ELSE
      *MSG: FEE MONTH @1 INVALID - RUN ABORTED
                     MOVE 'AS95230001' TO WGLOB-MSG-REF-INFO
                     MOVE LK-FEE-MO    TO WGLOB-MSG-PARM (1)
                     PERFORM  0260-1000-GENERATE-MESSAGE
                         THRU 0260-1000-GENERATE-MESSAGE-X
                     PERFORM  0030-5000-LOGIC-ERROR
                         THRU 0030-5000-LOGIC-ERROR-X
                END-IF
           END-IF.

           IF   LK-PARM-LEN                  > 8
           AND  LK-FL-DAYS                   > SPACES
                IF   LK-FL-DAYS              IS NUMERIC
                     MOVE LK-FL-DAYS    TO WS-FL-DAYS
                ELSE
      *MSG: FREE-LOOK DAYS @1 INVALID - RUN ABORTED
                     MOVE 'AS95230002' TO WGLOB-MSG-REF-INFO
                     MOVE LK-FL-DAYS   TO WGLOB-MSG-PARM (1)
                     PERFORM  0260-1000-GENERATE-MESSAGE
                         THRU 0260-1000-GENERATE-MESSAGE-X
                     PERFORM  0030-5000-LOGIC-ERROR
                         THRU 0030-5000-LOGIC-ERROR-X
                END-IF
           END-IF.

           MOVE WS-FEE-MO-CCYY         TO WS-FEE-ISO-CCYY.
           MOVE WS-FEE-MO-MM           TO WS-FEE-ISO-MM.

       0200-INITIALIZE-X.
           EXIT.
      /
      *-------------------
       1000-LOAD-PARTNERS.
      *-------------------

           PERFORM  RFPT-1000-READ
               THRU RFPT-1000-READ-X.

           PERFORM  1100-LOAD-ONE-PARTNER
               THRU 1100-LOAD-ONE-PARTNER-X
               UNTIL WRFPT-SEQ-IO-EOF
               OR    WS-RFPT-OVERFLOW.

       1000-LOAD-PARTNERS-X.
           EXIT.
      /
      *----------------------
       1100-LOAD-ONE-PARTNER.
      *----------------------

           IF   WS-RFPT-CNT            < WS-RFPT-MAX
                ADD  1                 TO WS-RFPT-CNT
                MOVE RRFPT-REFRL-CD    TO WS-RFPT-REFRL-CD
                                              (WS-RFPT-CNT)
                MOVE RRFPT-PRTNR-ID    TO WS-RFPT-PRTNR-ID
                                              (WS-RFPT-CNT)
                MOVE RRFPT-PRTNR-NM    TO WS-RFPT-PRTNR-NM
                                              (WS-RFPT-CNT)
                MOVE RRFPT-EFF-DT      TO WS-RFPT-EFF-DT
                                              (WS-RFPT-CNT)
                MOVE RRFPT-EXP-DT      TO WS-RFPT-EXP-DT
                                              (WS-RFPT-CNT)
                MOVE RRFPT-FEE-BASIS-CD
                                       TO WS-RFPT-FEE-BASIS-CD
                                              (WS-RFPT-CNT)
                MOVE RRFPT-FEE-PCT     TO WS-RFPT-FEE-PCT
                                              (WS-RFPT-CNT)
                MOVE RRFPT-FEE-FLAT-AMT
                                       TO WS-RFPT-FEE-FLAT-AMT
                                              (WS-RFPT-CNT)
                MOVE ZERO              TO WS-RFPT-POL-CNT
                                              (WS-RFPT-CNT)
                                          WS-RFPT-ANNL-PREM-AMT
                                              (WS-RFPT-CNT)
                                          WS-RFPT-FEE-AMT
                                              (WS-RFPT-CNT)
           ELSE
                SET  WS-RFPT-OVERFLOW  TO TRUE
      *MSG: REFERRAL PARTNER TABLE FULL - RUN ABORTED - RC 8
                MOVE 'AS95230003'      TO WGLOB-MSG-REF-INFO
                PERFORM  0260-1000-GENERATE-MESSAGE
                    THRU 0260-1000-GENERATE-MESSAGE-X
           END-IF.

           PERFORM  RFPT-1000-READ
               THRU RFPT-1000-READ-X.

       1100-LOAD-ONE-PARTNER-X.
           EXIT.
      /
      *---------------------
       1200-LOAD-FREE-LOOKS.
      *---------------------

           PERFORM  CLWX-1000-READ
               THRU CLWX-1000-READ-X.

           PERFORM  1300-LOAD-ONE-FREE-LOOK
               THRU 1300-LOAD-ONE-FREE-LOOK-X
               UNTIL WCLWX-SEQ-IO-EOF
               OR    WS-RVRS-OVERFLOW.

       1200-LOAD-FREE-LOOKS-X.
           EXIT.
      /
      *------------------------
       1300-LOAD-ONE-FREE-LOOK.
      *------------------------

           MOVE RCLWX-APP-ID           TO WS-RVRS-APP-ID-IN.

           PERFORM  1600-ADD-REVERSAL
               THRU 1600-ADD-REVERSAL-X.

           PERFORM  CLWX-1000-READ
               THRU CLWX-1000-READ-X.

       1300-LOAD-ONE-FREE-LOOK-X.
           EXIT.
      /
      *-------------------
       1400-LOAD-BACKOUTS.
      *-------------------

           PERFORM  BKLS-1000-READ
               THRU BKLS-1000-READ-X.

           PERFORM  1500-LOAD-ONE-BACKOUT
               THRU 1500-LOAD-ONE-BACKOUT-X
               UNTIL WBKLS-SEQ-IO-EOF
               OR    WS-RVRS-OVERFLOW.

       1400-LOAD-BACKOUTS-X.
           EXIT.
      /
      *----------------------
       1500-LOAD-ONE-BACKOUT.
      *----------------------

           MOVE RBKLS-APP-ID           TO WS-RVRS-APP-ID-IN.

           PERFORM  1600-ADD-REVERSAL
               THRU 1600-ADD-REVERSAL-X.

           PERFORM  BKLS-1000-READ
               THRU BKLS-1000-READ-X.

       1500-LOAD-ONE-BACKOUT-X.
           EXIT.
      /
      *------------------
       1600-ADD-REVERSAL.
      *------------------

           PERFORM  2300-FIND-REVERSAL
               THRU 2300-FIND-REVERSAL-X.

           IF   WS-RVRS-USE-SUB        > ZERO
                GO TO 1600-ADD-REVERSAL-X
           END-IF.

           IF   WS-RVRS-CNT            < WS-RVRS-MAX
                ADD  1                 TO WS-RVRS-CNT
                MOVE WS-RVRS-APP-ID-IN TO WS-RVRS-APP-ID (WS-RVRS-CNT)
           ELSE
                SET  WS-RVRS-OVERFLOW  TO TRUE
      *MSG: REVERSAL TABLE FULL - RUN ABORTED - RC 8
                MOVE 'AS95230004'      TO WGLOB-MSG-REF-INFO
                PERFORM  0260-1000-GENERATE-MESSAGE
                    THRU 0260-1000-GENERATE-MESSAGE-X
           END-IF.

       1600-ADD-REVERSAL-X.
           EXIT.
      /
      *--------------------
       2000-PROCESS-POLICY.
      *--------------------

           ADD  1                      TO WS-RUPOL-REC-READ.

           IF   NOT RUPOL-POL-ASGN
           OR   RUPOL-POL-ID           = SPACES
           OR   RUPOL-REFRL-CD         = SPACES
                GO TO 2000-PROCESS-POLICY-R
           END-IF.

      * THE FREE-LOOK PERIOD RUNS FROM THE CONVERSION DATE.

           MOVE RUPOL-POL-CNV-DT (1:4) TO WS-CNV-DT-CCYY.
           MOVE RUPOL-POL-CNV-DT (6:2) TO WS-CNV-DT-MM.
           MOVE RUPOL-POL-CNV-DT (9:2) TO WS-CNV-DT-DD.

           IF   WS-CNV-DT-CCYYMMDD-GRP NOT NUMERIC
           OR   WS-CNV-DT-CCYYMMDD     = ZERO
                ADD  1                 TO WS-BAD-DT-CNT
      *MSG: APP @1 POLICY @2 CONVERSION DATE @3 INVALID - NO FEE
                MOVE 'AS95230005'      TO WGLOB-MSG-REF-INFO
                MOVE RUPOL-APP-ID      TO WGLOB-MSG-PARM (1)
                MOVE RUPOL-POL-ID      TO WGLOB-MSG-PARM (2)
                MOVE RUPOL-POL-CNV-DT  TO WGLOB-MSG-PARM (3)
                PERFORM  0260-1000-GENERATE-MESSAGE
                    THRU 0260-1000-GENERATE-MESSAGE-X
                GO TO 2000-PROCESS-POLICY-R
           END-IF.

           COMPUTE WS-FL-END-INT =
               FUNCTION INTEGER-OF-DATE (WS-CNV-DT-CCYYMMDD)
             + WS-FL-DAYS.
           COMPUTE WS-FL-END-CCYYMMDD =
               FUNCTION DATE-OF-INTEGER (WS-FL-END-INT).

           IF   WS-FL-END-CCYY     NOT = WS-FEE-MO-CCYY
           OR   WS-FL-END-MM       NOT = WS-FEE-MO-MM
                GO TO 2000-PROCESS-POLICY-R
           END-IF.

           MOVE WS-FL-END-CCYY         TO WS-FL-END-ISO-CCYY.
           MOVE WS-FL-END-MM           TO WS-FL-END-ISO-MM.
           MOVE WS-FL-END-DD           TO WS-FL-END-ISO-DD.

           ADD  1                      TO WS-REFRL-POL-CNT.

           MOVE RUPOL-APP-ID           TO WS-RVRS-APP-ID-IN.

           PERFORM  2300-FIND-REVERSAL
               THRU 2300-FIND-REVERSAL-X.

           IF   WS-RVRS-USE-SUB        > ZERO
                ADD  1                 TO WS-RVRS-POL-CNT
                GO TO 2000-PROCESS-POLICY-R
           END-IF.

      * THE CODE IS TAKEN AS IT STOOD ON THE MASTER WHEN THE
      * APPLICATION CAME IN.

           MOVE RUPOL-REFRL-CD         TO WS-RFPT-REFRL-CD-IN.
           MOVE RUPOL-APP-UPLD-DT      TO WS-RFPT-DT-IN.

           PERFORM  2100-FIND-PARTNER
               THRU 2100-FIND-PARTNER-X.

           MOVE WS-RFPT-EXCP-CD        TO WS-HOLD-CD.
           MOVE ZERO                   TO WS-ANNL-PREM-AMT
                                          WS-FEE-AMT.

           PERFORM  2500-ANNUALIZE-PREMIUM
               THRU 2500-ANNUALIZE-PREMIUM-X.

           IF   WS-HOLD-CD             = SPACE
                PERFORM  2600-COMPUTE-FEE
                    THRU 2600-COMPUTE-FEE-X
           END-IF.

           PERFORM  3000-WRITE-RFFX-REC
               THRU 3000-WRITE-RFFX-REC-X.

       2000-PROCESS-POLICY-R.

           PERFORM  RUPL-1000-READ
               THRU RUPL-1000-READ-X.

       2000-PROCESS-POLICY-X.
           EXIT.
      /
      *------------------
       2100-FIND-PARTNER.
      *------------------

      * WS-RFPT-USE-SUB - THE ROW COVERING WS-RFPT-DT-IN.  FAILING
      * THAT, WS-RFPT-NEAR-SUB - THE LAST ROW FOR THE CODE, WHICH
      * TELLS AN EXPIRED CODE FROM ONE NOT YET EFFECTIVE.

           MOVE ZERO                   TO WS-RFPT-USE-SUB
                                          WS-RFPT-NEAR-SUB.

           PERFORM  2110-CHECK-PARTNER
               THRU 2110-CHECK-PARTNER-X
               VARYING WS-RFPT-SUB FROM 1 BY 1
               UNTIL WS-RFPT-SUB     > WS-RFPT-CNT
               OR    WS-RFPT-USE-SUB > ZERO.

           IF   WS-RFPT-USE-SUB        > ZERO
                SET  WS-RFPT-CD-VALID  TO TRUE
           ELSE
                IF   WS-RFPT-NEAR-SUB  = ZERO
                     SET  WS-RFPT-CD-UNKNOWN
                                       TO TRUE
                ELSE
                     IF   WS-RFPT-DT-IN
                                       < WS-RFPT-EFF-DT
                                             (WS-RFPT-NEAR-SUB)
                          SET  WS-RFPT-CD-NOT-YET-EFF
                                       TO TRUE
                     ELSE
                          SET  WS-RFPT-CD-EXPIRED
                                       TO TRUE
                     END-IF
                END-IF
           END-IF.

       2100-FIND-PARTNER-X.
           EXIT.
      /
      *-------------------
       2110-CHECK-PARTNER.
      *-------------------

           IF   WS-RFPT-REFRL-CD (WS-RFPT-SUB) NOT = WS-RFPT-REFRL-CD-IN
                GO TO 2110-CHECK-PARTNER-X
           END-IF.

           MOVE WS-RFPT-SUB            TO WS-RFPT-NEAR-SUB.

           IF   WS-RFPT-DT-IN      NOT < WS-RFPT-EFF-DT (WS-RFPT-SUB)
           AND (WS-RFPT-EXP-DT (WS-RFPT-SUB) = SPACES
           OR   WS-RFPT-DT-IN      NOT > WS-RFPT-EXP-DT (WS-RFPT-SUB))
                MOVE WS-RFPT-SUB       TO WS-RFPT-USE-SUB
           END-IF.

       2110-CHECK-PARTNER-X.
           EXIT.
      /
      *-------------------
       2300-FIND-REVERSAL.
      *-------------------

           MOVE ZERO                   TO WS-RVRS-USE-SUB.

           PERFORM  2310-CHECK-REVERSAL
               THRU 2310-CHECK-REVERSAL-X
               VARYING WS-RVRS-SUB FROM 1 BY 1
               UNTIL WS-RVRS-SUB     > WS-RVRS-CNT
               OR    WS-RVRS-USE-SUB > ZERO.

       2300-FIND-REVERSAL-X.
           EXIT.
      /
      *--------------------
       2310-CHECK-REVERSAL.
      *--------------------

           IF   WS-RVRS-APP-ID (WS-RVRS-SUB) = WS-RVRS-APP-ID-IN
                MOVE WS-RVRS-SUB       TO WS-RVRS-USE-SUB
           END-IF.

       2310-CHECK-REVERSAL-X.
           EXIT.
      /
      *-----------------------
       2500-ANNUALIZE-PREMIUM.
      *-----------------------

           IF   RUPOL-SNGL-PREM-AMT    > ZERO
                MOVE RUPOL-SNGL-PREM-AMT
                                       TO WS-ANNL-PREM-AMT
                GO TO 2500-ANNUALIZE-PREMIUM-X
           END-IF.

           MOVE RUPOL-PYMT-MODE-CD (1:2)
                                       TO WS-MODE-FREQ-CD.

           IF   WS-MODE-FREQ-CD        IS NUMERIC
           AND  WS-MODE-FREQ-VALID
                COMPUTE WS-ANNL-PREM-AMT =
                        RUPOL-MOD-REG-PREM-AMT * WS-MODE-FREQ
                GO TO 2500-ANNUALIZE-PREMIUM-X
           END-IF.

      * ONLY A PERCENTAGE FEE NEEDS THE ANNUAL PREMIUM.

           IF   WS-HOLD-CD             = SPACE
                IF   WS-RFPT-FEE-PCT-OF-PREM (WS-RFPT-USE-SUB)
                     MOVE 'M'          TO WS-HOLD-CD
                END-IF
           END-IF.

       2500-ANNUALIZE-PREMIUM-X.
           EXIT.
      /
      *-----------------
       2600-COMPUTE-FEE.
      *-----------------

           IF   WS-RFPT-FEE-PCT-OF-PREM (WS-RFPT-USE-SUB)
                COMPUTE WS-FEE-AMT ROUNDED =
                        WS-ANNL-PREM-AMT
                      * WS-RFPT-FEE-PCT (WS-RFPT-USE-SUB) / 100
           ELSE
                MOVE WS-RFPT-FEE-FLAT-AMT (WS-RFPT-USE-SUB)
                                       TO WS-FEE-AMT
           END-IF.

           ADD  1                      TO WS-RFPT-POL-CNT
                                              (WS-RFPT-USE-SUB).
           ADD  WS-ANNL-PREM-AMT       TO WS-RFPT-ANNL-PREM-AMT
                                              (WS-RFPT-USE-SUB).
           ADD  WS-FEE-AMT             TO WS-RFPT-FEE-AMT
                                              (WS-RFPT-USE-SUB).
           ADD  WS-FEE-AMT             TO WS-TOT-FEE-AMT.

       2600-COMPUTE-FEE-X.
           EXIT.
      /
      *--------------------
       3000-WRITE-RFFX-REC.
      *--------------------

           MOVE SPACES                 TO RRFFX-SEQ-REC-INFO.
           SET  RRFFX-REC-TYP-DETAIL   TO TRUE.
           MOVE RUPOL-REFRL-CD         TO RRFFX-REFRL-CD.
           MOVE RUPOL-POL-ID           TO RRFFX-POL-ID.
           MOVE RUPOL-APP-ID           TO RRFFX-APP-ID.
           MOVE RUPOL-POL-CNV-DT       TO RRFFX-POL-CNV-DT.
           MOVE WS-FL-END-ISO          TO RRFFX-FL-END-DT.
           MOVE RUPOL-PLAN-ID          TO RRFFX-PLAN-ID.
           MOVE RUPOL-PYMT-MODE-CD     TO RRFFX-PYMT-MODE-CD.
           MOVE WS-ANNL-PREM-AMT       TO RRFFX-ANNL-PREM-AMT.
           MOVE ZERO                   TO RRFFX-FEE-PCT.
           MOVE WS-FEE-AMT             TO RRFFX-FEE-AMT.
           MOVE WS-HOLD-CD             TO RRFFX-HOLD-CD.

           IF   WS-RFPT-USE-SUB        > ZERO
                MOVE WS-RFPT-PRTNR-ID (WS-RFPT-USE-SUB)
                                       TO RRFFX-PRTNR-ID
                MOVE WS-RFPT-FEE-BASIS-CD (WS-RFPT-USE-SUB)
                                       TO RRFFX-FEE-BASIS-CD
                MOVE WS-RFPT-FEE-PCT (WS-RFPT-USE-SUB)
                                       TO RRFFX-FEE-PCT
           ELSE
                IF   WS-RFPT-NEAR-SUB  > ZERO
                     MOVE WS-RFPT-PRTNR-ID (WS-RFPT-NEAR-SUB)
                                       TO RRFFX-PRTNR-ID
                END-IF
           END-IF.

           PERFORM  RFFX-2000-WRITE
               THRU RFFX-2000-WRITE-X.

           ADD  1                      TO WS-RFFX-DTL-CNT.

           IF   RRFFX-PAYABLE
                ADD  1                 TO WS-PAYABLE-CNT
           ELSE
                ADD  1                 TO WS-HOLD-CNT
      *MSG: POLICY @1 REFERRAL CODE @2 HELD - REASON @3
                MOVE 'AS95230006'      TO WGLOB-MSG-REF-INFO
                MOVE RUPOL-POL-ID      TO WGLOB-MSG-PARM (1)
                MOVE RUPOL-REFRL-CD    TO WGLOB-MSG-PARM (2)
                MOVE WS-HOLD-CD        TO WGLOB-MSG-PARM (3)
                PERFORM  0260-1000-GENERATE-MESSAGE
                    THRU 0260-1000-GENERATE-MESSAGE-X
           END-IF.

       3000-WRITE-RFFX-REC-X.
           EXIT.
      /
      *-------------------
       4000-WRITE-SUMMARY.
      *-------------------

           IF   WS-RFPT-POL-CNT (WS-RFPT-SUB) = ZERO
                GO TO 4000-WRITE-SUMMARY-X
           END-IF.

           MOVE SPACES                 TO RRFFX-SEQ-REC-INFO.
           SET  RRFFX-REC-TYP-SUMMARY  TO TRUE.
           MOVE WS-RFPT-REFRL-CD (WS-RFPT-SUB)
                                       TO RRFFX-REFRL-CD.
           MOVE WS-RFPT-PRTNR-ID (WS-RFPT-SUB)
                                       TO RRFFX-SUM-PRTNR-ID.
           MOVE WS-RFPT-PRTNR-NM (WS-RFPT-SUB)
                                       TO RRFFX-SUM-PRTNR-NM.
           MOVE WS-FEE-MO              TO RRFFX-SUM-FEE-MO.
           MOVE WS-RFPT-POL-CNT (WS-RFPT-SUB)
                                       TO RRFFX-SUM-POL-CNT.
           MOVE WS-RFPT-ANNL-PREM-AMT (WS-RFPT-SUB)
                                       TO RRFFX-SUM-ANNL-PREM-AMT.
           MOVE WS-RFPT-FEE-AMT (WS-RFPT-SUB)
                                       TO RRFFX-SUM-FEE-AMT.

           PERFORM  RFFX-2000-WRITE
               THRU RFFX-2000-WRITE-X.

           ADD  1                      TO WS-RFFX-SUM-CNT.

       4000-WRITE-SUMMARY-X.
           EXIT.
      /
      *-------------------
       4500-WRITE-TRAILER.
      *-------------------

           MOVE SPACES                 TO RRFFX-SEQ-REC-INFO.
           SET  RRFFX-REC-TYP-TRAILER  TO TRUE.
           MOVE WS-FEE-MO              TO RRFFX-TRL-FEE-MO.
           MOVE WS-RFFX-DTL-CNT        TO RRFFX-TRL-DTL-CNT.
           MOVE WS-HOLD-CNT            TO RRFFX-TRL-HOLD-CNT.
           MOVE WS-TOT-FEE-AMT         TO RRFFX-TRL-FEE-AMT.

           PERFORM  RFFX-2000-WRITE
               THRU RFFX-2000-WRITE-X.

       4500-WRITE-TRAILER-X.
           EXIT.
      /
      *------------------------
       5000-PRINT-GRAND-TOTALS.
      *------------------------

      *MSG: FEE MONTH @1 - REFERRED POLICIES PAST FREE LOOK @2
           MOVE 'AS95230007'           TO WGLOB-MSG-REF-INFO.
           MOVE WS-FEE-MO-ISO          TO WGLOB-MSG-PARM (1).
           MOVE WS-REFRL-POL-CNT       TO WS-PIC-COUNTER.
           MOVE WS-PIC-COUNTER         TO WGLOB-MSG-PARM (2).
           PERFORM  0260-1000-GENERATE-MESSAGE
               THRU 0260-1000-GENERATE-MESSAGE-X.

      *MSG: PAYABLE @1, HELD @2, CANCELLED @3, BAD CONVERSION DATE @4
           MOVE 'AS95230008'           TO WGLOB-MSG-REF-INFO.
           MOVE WS-PAYABLE-CNT         TO WS-PIC-COUNTER.
           MOVE WS-PIC-COUNTER         TO WGLOB-MSG-PARM (1).
           MOVE WS-HOLD-CNT            TO WS-PIC-COUNTER.
           MOVE WS-PIC-COUNTER         TO WGLOB-MSG-PARM (2).
           MOVE WS-RVRS-POL-CNT        TO WS-PIC-COUNTER.
           MOVE WS-PIC-COUNTER         TO WGLOB-MSG-PARM (3).
           MOVE WS-BAD-DT-CNT          TO WS-PIC-COUNTER.
           MOVE WS-PIC-COUNTER         TO WGLOB-MSG-PARM (4).
           PERFORM  0260-1000-GENERATE-MESSAGE
               THRU 0260-1000-GENERATE-MESSAGE-X.

       5000-PRINT-GRAND-TOTALS-X.
           EXIT.
      /
      *-----------------
       9999-CLOSE-FILES.
      *-----------------

           PERFORM  RFPT-5000-CLOSE
               THRU RFPT-5000-CLOSE-X.

           PERFORM  CLWX-4000-CLOSE
               THRU CLWX-4000-CLOSE-X.

           PERFORM  BKLS-5000-CLOSE
               THRU BKLS-5000-CLOSE-X.

           PERFORM  RUPL-4000-CLOSE
               THRU RUPL-4000-CLOSE-X.

           PERFORM  RFFX-5000-CLOSE
               THRU RFFX-5000-CLOSE-X.

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
       COPY ACPIRFPT.
      /
       COPY ACPECLWX.
      /
       COPY ACPIBKLS.
      /
       COPY ACPIRFFX.
      /
      *****************************************************************
      * ERROR HANDLING ROUTINES                                       *
      *****************************************************************

       COPY XCPL0030.

       COPY XCPL0260.

      *****************************************************************
      **                 END OF PROGRAM ASBM9523                     **
      *****************************************************************
