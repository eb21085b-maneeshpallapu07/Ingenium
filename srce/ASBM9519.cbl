      *************************
       IDENTIFICATION DIVISION.
      *************************

       PROGRAM-ID. ASBM9519.

       COPY XCWWCRHT.

      *****************************************************************
      **  MEMBER :  ASBM9519                                         **
      **  REMARKS:  HEALTH RIDER WAITING-PERIOD FEED TO CLAIMS       **
      **            ADMINISTRATION.  READS THE RUPOL DRIVER EXTRACT  **
      **            WITH THE RUCLI CLIENT AND RUCVG COVERAGE         **
      **            EXTRACTS (ALL SORTED BY APP ID) AND, FOR EVERY   **
      **            CANCER OR MEDICAL COVERAGE (CANCER TYPE OR       **
      **            FIRST-PERIOD DURATION ON THE RUCVG ROW), WRITES  **
      **            ONE WTPX ROW FOR THE COVERAGE'S INSURED:         **
      **              W - ISSUED IN THE RUN WINDOW - THE WAITING     **
      **                  PERIOD STARTS ON THE CONVERSION DATE AND   **
      **                  RUNS FOR THE FIRST-PERIOD DURATION IN DAYS **
      **                  (THE PARM DEFAULT FOR A CANCER COVERAGE    **
      **                  SENT WITHOUT ONE); BENEFITS ARE PAYABLE    **
      **                  FROM THE DAY AFTER THE END DATE            **
      **              R - CANCELLED IN FREE LOOK (CLWX) IN THE RUN   **
      **                  WINDOW OR ON THIS RUN'S BACKOUT LIST       **
      **                  (BKLS) - THE SAME ROWS, SO CLAIMS CAN      **
      **                  DROP THE WAITING PERIODS IT HOLDS          **
      **            A POLICY ISSUED AND CANCELLED IN THE SAME WINDOW **
      **            WAS NEVER SENT AND IS NOT REVERSED.  THE RUPOL,  **
      **            RUCLI AND RUCVG EXTRACTS MUST BE TAKEN AHEAD OF  **
      **            THE BACKOUT STEP, AS FOR ASBM9439.  A COVERAGE   **
      **            WITH AN UNREADABLE DURATION OR CONVERSION DATE   **
      **            IS REPORTED AND NOT SENT (RC 4); A FULL REVERSAL **
      **            TABLE ENDS THE STEP RC 8 WITHOUT THE FEED BODY.  **
      **                                                             **
      **            JCL PARM:  BYTES 1-2   COMPANY                   **
      **                       BYTES 3-12  FROM DATE (CCYY-MM-DD,    **
      **                                   DEFAULT - THE RUN DATE)   **
      **                       BYTES 13-22 TO DATE                   **
      **                                   (DEFAULT - THE FROM DATE) **
      **                       BYTES 23-25 CANCER WAITING DAYS WHEN  **
      **                                   NONE IS SENT (DEFAULT 090)**
      **                                                             **
      **  DOMAIN :  UW                                               **
      **  CLASS  :  PD                                               **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
527340**  15OCT26  DEV    NEW PROGRAM                                **
      *****************************************************************

      **********************
       ENVIRONMENT DIVISION.
      **********************

       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY ACSSCLWX.
       COPY ACSSBKLS.
       COPY ACSSWTPX.

      ***************
       DATA DIVISION.
      ***************

       FILE SECTION.

       COPY ACSDCLWX.

       COPY ACSRCLWX.

       COPY ACSDBKLS.

       COPY ACSRBKLS.

       COPY ACSDWTPX.

       COPY ACSRWTPX.

       WORKING-STORAGE SECTION.

       COPY XCWWPGWS REPLACING '$VAR1' BY 'ASBM9519'.

       COPY SQLCA.

       01  WS-COUNTERS.
           05  WS-RUPOL-REC-READ            PIC 9(07)  VALUE ZEROS.
           05  WS-POL-ISSUED-CNT            PIC 9(07)  VALUE ZEROS.
           05  WS-POL-RVRS-CNT              PIC 9(07)  VALUE ZEROS.
           05  WS-SAME-WINDOW-CNT           PIC 9(07)  VALUE ZEROS.
           05  WS-FL-LOADED-CNT             PIC 9(07)  VALUE ZEROS.
           05  WS-BK-LOADED-CNT             PIC 9(07)  VALUE ZEROS.
           05  WS-WAIT-CNT                  PIC 9(07)  VALUE ZEROS.
           05  WS-RVRS-ROW-CNT              PIC 9(07)  VALUE ZEROS.
           05  WS-NO-WAIT-CNT               PIC 9(07)  VALUE ZEROS.
           05  WS-BAD-DUR-CNT               PIC 9(07)  VALUE ZEROS.
           05  WS-BAD-DT-CNT                PIC 9(07)  VALUE ZEROS.
           05  WS-PIC-COUNTER               PIC Z(06)9.

      * WAITING PERIOD APPLIED TO A CANCER COVERAGE THAT ARRIVES
      * WITHOUT A FIRST-PERIOD DURATION - OVERRIDDEN ON THE PARM.

       01  WS-THRESHOLDS.
           05  WS-DFLT-CANCER-DAYS          PIC 9(03)  VALUE 090.

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
           05  WS-REC-TYP-CD                PIC X(01).
           05  WS-CUR-RVRS-RSN-CD           PIC X(02).
           05  WS-CUR-RVRS-EFF-DT           PIC X(10).
           05  WS-WAIT-DUR                  PIC X(02).
           05  WS-WAIT-DUR-N                REDEFINES
               WS-WAIT-DUR                  PIC 9(02).
           05  WS-WAIT-DAYS                 PIC 9(03).
           05  WS-STRT-DT-CCYYMMDD-GRP.
               10  WS-STRT-DT-CCYY          PIC X(04).
               10  WS-STRT-DT-MM            PIC X(02).
               10  WS-STRT-DT-DD            PIC X(02).
           05  WS-STRT-DT-CCYYMMDD          REDEFINES
               WS-STRT-DT-CCYYMMDD-GRP      PIC 9(08).
           05  WS-END-DT-INT                PIC S9(09) COMP-3.
           05  WS-END-DT-CCYYMMDD           PIC 9(08).
           05  WS-END-DT-GRP                REDEFINES
               WS-END-DT-CCYYMMDD.
               10  WS-END-DT-CCYY           PIC 9(04).
               10  WS-END-DT-MM             PIC 9(02).
               10  WS-END-DT-DD             PIC 9(02).
           05  WS-END-DT-ISO.
               10  WS-END-ISO-CCYY          PIC 9(04).
               10  FILLER                   PIC X(01)  VALUE '-'.
               10  WS-END-ISO-MM            PIC 9(02).
               10  FILLER                   PIC X(01)  VALUE '-'.
               10  WS-END-ISO-DD            PIC 9(02).
           05  WS-MAX-RC                    PIC 9(02)  VALUE ZERO.

      * THE INSURED CLIENTS OF THE CURRENT APPLICATION FROM RUCLI - A
      * COVERAGE BELONGS TO THE INSURED CARRYING ITS STICKER; THE
      * FIRST INSURED (ELSE THE FIRST CLIENT ROW) STANDS IN OTHERWISE.
      * AN APPLICATION NEVER CARRIES MORE INSUREDS THAN THE TABLE
      * HOLDS - ANY EXTRA ROWS FALL BACK TO THE FIRST INSURED.

       01  WS-INSRD-WORK-AREA.
           05  WS-INSRD-MAX                 PIC S9(04) COMP VALUE +20.
           05  WS-INSRD-CNT                 PIC S9(04) COMP VALUE ZERO.
           05  WS-INSRD-SUB                 PIC S9(04) COMP.
           05  WS-INSRD-USE-SUB             PIC S9(04) COMP.
           05  WS-CLI-ROW-COUNT             PIC 9(03).
           05  WS-FRST-CLI-SEQ-NUM          PIC X(02).
           05  WS-FRST-CLI-SUR-NM           PIC X(25).
           05  WS-FRST-CLI-GIV-NM           PIC X(25).
           05  WS-FRST-CLI-BTH-DT           PIC X(10).
           05  WS-INSRD-TBL.
               10  WS-INSRD-ENTRY           OCCURS 20 TIMES.
                   15  WS-INSRD-STCKR-ID    PIC X(11).
                   15  WS-INSRD-SEQ-NUM     PIC X(02).
                   15  WS-INSRD-SUR-NM      PIC X(25).
                   15  WS-INSRD-GIV-NM      PIC X(25).
                   15  WS-INSRD-BTH-DT      PIC X(10).

      * FREE-LOOK CANCELLATIONS IN THE RUN WINDOW AND THIS RUN'S
      * BACKOUTS - AN APPLICATION ON BOTH KEEPS THE FIRST REASON.

       01  WS-RVRS-WORK-AREA.
           05  WS-RVRS-MAX                  PIC S9(04) COMP VALUE +5000.
           05  WS-RVRS-CNT                  PIC S9(04) COMP VALUE ZERO.
           05  WS-RVRS-SUB                  PIC S9(04) COMP.
           05  WS-RVRS-USE-SUB              PIC S9(04) COMP.
           05  WS-RVRS-APP-ID-IN            PIC X(15).
           05  WS-RVRS-RSN-CD-IN            PIC X(02).
           05  WS-RVRS-EFF-DT-IN            PIC X(10).
           05  WS-RVRS-TBL.
               10  WS-RVRS-ENTRY            OCCURS 5000 TIMES.
                   15  WS-RVRS-APP-ID       PIC X(15).
                   15  WS-RVRS-RSN-CD       PIC X(02).
                   15  WS-RVRS-EFF-DT       PIC X(10).
           05  WS-RVRS-OVRFLW-SW            PIC X(01)  VALUE 'N'.
               88  WS-RVRS-OVERFLOW               VALUE 'Y'.
      /
       COPY XCWTFCMD.
      /
       COPY ACSWRUPL.
       COPY ACSWUCLI.
       COPY ACSWUCVG.
       COPY ACSWCLWX.
       COPY ACSWBKLS.
       COPY ACSWWTPX.
      /
      *****************************************************************
      * INPUT PARAMETER INFORMATION                                   *
      *****************************************************************

       01  WGLOB-GLOBAL-AREA.
       COPY XCWWGLOB.

       COPY ACFRUPOL.

       COPY ACFRUCLI.

       COPY ACFRUCVG.
      /
       LINKAGE SECTION.
      *****************

       01  LK-PARM-AREA.
           05  LK-PARM-LEN                 PIC S9(04) COMP.
           05  LK-PARM-DATA.
               10  LK-COMPANY-CODE         PIC X(02).
               10  LK-FROM-DT              PIC X(10).
               10  LK-TO-DT                PIC X(10).
               10  LK-CANCER-DAYS          PIC X(03).
               10  FILLER                  PIC X(05).
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
      * A PARTIAL REVERSAL PICTURE WOULD LEAVE CLAIMS HOLDING WAITING
      * PERIODS FOR POLICIES ALREADY CANCELLED - THE RUN ENDS ON THE
      * ABORT MESSAGE INSTEAD.
      *
           IF   NOT WS-RVRS-OVERFLOW
                PERFORM  RUPL-1000-READ
                    THRU RUPL-1000-READ-X

                PERFORM  UCLI-1000-READ
                    THRU UCLI-1000-READ-X

                PERFORM  UCVG-1000-READ
                    THRU UCVG-1000-READ-X

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

           IF   WS-BAD-DUR-CNT         > ZERO
           OR   WS-BAD-DT-CNT          > ZERO
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

           PERFORM  RUPL-3000-OPEN-INPUT
               THRU RUPL-3000-OPEN-INPUT-X.

           PERFORM  UCLI-3000-OPEN-INPUT
               THRU UCLI-3000-OPEN-INPUT-X.

           PERFORM  UCVG-3000-OPEN-INPUT
               THRU UCVG-3000-OPEN-INPUT-X.

           PERFORM  WTPX-4000-OPEN-OUTPUT
               THRU WTPX-4000-OPEN-OUTPUT-X.

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

           IF   LK-PARM-LEN                  > 22
           AND  LK-CANCER-DAYS               IS NUMERIC
                MOVE LK-CANCER-DAYS     TO WS-DFLT-CANCER-DAYS
           END-IF.

           IF   WS-TO-DT               < WS-FROM-DT
      *MSG: FEED DATE WINDOW INVALID (@1 TO @2) - RUN ABORTED
                MOVE 'AS95190001'      TO WGLOB-MSG-REF-INFO
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

           IF   RCLWX-CANCEL-DT        < WS-FROM-DT
           OR   RCLWX-CANCEL-DT        > WS-TO-DT
                GO TO 1100-LOAD-ONE-FREE-LOOK-R
           END-IF.

           MOVE RCLWX-APP-ID           TO WS-RVRS-APP-ID-IN.
           MOVE 'FL'                   TO WS-RVRS-RSN-CD-IN.
           MOVE RCLWX-CANCEL-DT        TO WS-RVRS-EFF-DT-IN.
           ADD  1                      TO WS-FL-LOADED-CNT.

           PERFORM  1400-ADD-REVERSAL
               THRU 1400-ADD-REVERSAL-X.

       1100-LOAD-ONE-FREE-LOOK-R.

           PERFORM  CLWX-1000-READ
               THRU CLWX-1000-READ-X.

       1100-LOAD-ONE-FREE-LOOK-X.
           EXIT.
      /
      *-------------------
       1200-LOAD-BACKOUTS.
      *-------------------

      * THE BACKOUT LIST CARRIES NO DATE - THE REVERSAL TAKES EFFECT
      * ON THE RUN DATE.

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
           MOVE 'BK'                   TO WS-RVRS-RSN-CD-IN.
           MOVE WS-RUN-DT-ISO          TO WS-RVRS-EFF-DT-IN.
           ADD  1                      TO WS-BK-LOADED-CNT.

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
                MOVE WS-RVRS-RSN-CD-IN TO WS-RVRS-RSN-CD (WS-RVRS-CNT)
                MOVE WS-RVRS-EFF-DT-IN TO WS-RVRS-EFF-DT (WS-RVRS-CNT)
           ELSE
                SET  WS-RVRS-OVERFLOW  TO TRUE
      *MSG: REVERSAL TABLE FULL - RUN ABORTED - RC 8
                MOVE 'AS95190002'      TO WGLOB-MSG-REF-INFO
                PERFORM  0260-1000-GENERATE-MESSAGE
                    THRU 0260-1000-GENERATE-MESSAGE-X
           END-IF.

       1400-ADD-REVERSAL-X.
           EXIT.
      /
      *--------------------
       2000-PROCESS-POLICY.
      *--------------------

           ADD  1                      TO WS-RUPOL-REC-READ.

           IF   NOT RUPOL-POL-ASGN
           OR   RUPOL-POL-ID           = SPACES
                GO TO 2000-PROCESS-POLICY-R
           END-IF.

           MOVE RUPOL-APP-ID           TO WS-RVRS-APP-ID-IN.

           PERFORM  2100-FIND-REVERSAL
               THRU 2100-FIND-REVERSAL-X.

      * NOTHING TO TELL CLAIMS - NEITHER ISSUED NOR CANCELLED IN THE
      * WINDOW.

           IF   WS-RVRS-USE-SUB        = ZERO
           AND (RUPOL-POL-CNV-DT       < WS-FROM-DT
           OR   RUPOL-POL-CNV-DT       > WS-TO-DT)
                GO TO 2000-PROCESS-POLICY-R
           END-IF.

      * ISSUED AND CANCELLED IN THE SAME WINDOW - CLAIMS NEVER HEARD
      * OF IT.

           IF   WS-RVRS-USE-SUB        > ZERO
           AND  RUPOL-POL-CNV-DT   NOT < WS-FROM-DT
           AND  RUPOL-POL-CNV-DT   NOT > WS-TO-DT
                ADD  1                 TO WS-SAME-WINDOW-CNT
                GO TO 2000-PROCESS-POLICY-R
           END-IF.

           IF   WS-RVRS-USE-SUB        > ZERO
                MOVE 'R'               TO WS-REC-TYP-CD
                MOVE WS-RVRS-RSN-CD (WS-RVRS-USE-SUB)
                                       TO WS-CUR-RVRS-RSN-CD
                MOVE WS-RVRS-EFF-DT (WS-RVRS-USE-SUB)
                                       TO WS-CUR-RVRS-EFF-DT
                ADD  1                 TO WS-POL-RVRS-CNT
           ELSE
                MOVE 'W'               TO WS-REC-TYP-CD
                MOVE SPACES            TO WS-CUR-RVRS-RSN-CD
                                          WS-CUR-RVRS-EFF-DT
                ADD  1                 TO WS-POL-ISSUED-CNT
           END-IF.

           PERFORM  2300-MATCH-UCLI
               THRU 2300-MATCH-UCLI-X.

           PERFORM  2400-MATCH-UCVG
               THRU 2400-MATCH-UCVG-X.

       2000-PROCESS-POLICY-R.

           PERFORM  RUPL-1000-READ
               THRU RUPL-1000-READ-X.

       2000-PROCESS-POLICY-X.
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
       2300-MATCH-UCLI.
      *----------------

           PERFORM  2310-UCLI-READ-AHEAD
               THRU 2310-UCLI-READ-AHEAD-X
               UNTIL WUCLI-SEQ-IO-EOF
               OR    RUCLI-APP-ID NOT LESS THAN RUPOL-APP-ID.

           MOVE ZERO                   TO WS-INSRD-CNT
                                          WS-CLI-ROW-COUNT.
           MOVE SPACES                 TO WS-FRST-CLI-SEQ-NUM
                                          WS-FRST-CLI-SUR-NM
                                          WS-FRST-CLI-GIV-NM
                                          WS-FRST-CLI-BTH-DT.

           PERFORM  2320-UCLI-CONSUME-GROUP
               THRU 2320-UCLI-CONSUME-GROUP-X
               UNTIL WUCLI-SEQ-IO-EOF
               OR    RUCLI-APP-ID NOT = RUPOL-APP-ID.

       2300-MATCH-UCLI-X.
           EXIT.
      /
      *---------------------
       2310-UCLI-READ-AHEAD.
      *---------------------

           PERFORM  UCLI-1000-READ
               THRU UCLI-1000-READ-X.

       2310-UCLI-READ-AHEAD-X.
           EXIT.
      /
      *------------------------
       2320-UCLI-CONSUME-GROUP.
      *------------------------

           IF   WS-CLI-ROW-COUNT       = ZERO
                MOVE RUCLI-SEQ-NUM     TO WS-FRST-CLI-SEQ-NUM
                MOVE RUCLI-CLI-SUR-NM  TO WS-FRST-CLI-SUR-NM
                MOVE RUCLI-CLI-GIV-NM  TO WS-FRST-CLI-GIV-NM
                MOVE RUCLI-CLI-BTH-DT  TO WS-FRST-CLI-BTH-DT
           END-IF.

           ADD  1                      TO WS-CLI-ROW-COUNT.

           IF   RUCLI-POL-CLI-INSRD-CD > SPACES
           AND  WS-INSRD-CNT           < WS-INSRD-MAX
                ADD  1                 TO WS-INSRD-CNT
                MOVE RUCLI-STCKR-ID    TO WS-INSRD-STCKR-ID
                                              (WS-INSRD-CNT)
                MOVE RUCLI-SEQ-NUM     TO WS-INSRD-SEQ-NUM
                                              (WS-INSRD-CNT)
                MOVE RUCLI-CLI-SUR-NM  TO WS-INSRD-SUR-NM
                                              (WS-INSRD-CNT)
                MOVE RUCLI-CLI-GIV-NM  TO WS-INSRD-GIV-NM
                                              (WS-INSRD-CNT)
                MOVE RUCLI-CLI-BTH-DT  TO WS-INSRD-BTH-DT
                                              (WS-INSRD-CNT)
           END-IF.

           PERFORM  UCLI-1000-READ
               THRU UCLI-1000-READ-X.

       2320-UCLI-CONSUME-GROUP-X.
           EXIT.
      /
      *----------------
       2400-MATCH-UCVG.
      *----------------

           PERFORM  2410-UCVG-READ-AHEAD
               THRU 2410-UCVG-READ-AHEAD-X
               UNTIL WUCVG-SEQ-IO-EOF
               OR    RUCVG-APP-ID NOT LESS THAN RUPOL-APP-ID.

           PERFORM  2420-UCVG-CONSUME-GROUP
               THRU 2420-UCVG-CONSUME-GROUP-X
               UNTIL WUCVG-SEQ-IO-EOF
               OR    RUCVG-APP-ID NOT = RUPOL-APP-ID.

       2400-MATCH-UCVG-X.
           EXIT.
      /
      *---------------------
       2410-UCVG-READ-AHEAD.
      *---------------------

           PERFORM  UCVG-1000-READ
               THRU UCVG-1000-READ-X.

       2410-UCVG-READ-AHEAD-X.
           EXIT.
      /
      *------------------------
       2420-UCVG-CONSUME-GROUP.
      *------------------------

           IF   RUCVG-CANCER-TYP-CD    > SPACES
           OR   RUCVG-FRST-POL-PERI-DUR
                                       > SPACES
                PERFORM  3000-WRITE-WTPX-REC
                    THRU 3000-WRITE-WTPX-REC-X
           END-IF.

           PERFORM  UCVG-1000-READ
               THRU UCVG-1000-READ-X.

       2420-UCVG-CONSUME-GROUP-X.
           EXIT.
      /
      *--------------------
       3000-WRITE-WTPX-REC.
      *--------------------

      * THE DURATION MAY ARRIVE WITHOUT A LEADING ZERO.  A MEDICAL
      * COVERAGE WITH A ZERO DURATION HAS NO WAITING PERIOD.

           MOVE RUCVG-FRST-POL-PERI-DUR
                                       TO WS-WAIT-DUR.
           INSPECT WS-WAIT-DUR REPLACING LEADING SPACES BY ZEROS.

           IF   WS-WAIT-DUR            NOT NUMERIC
                ADD  1                 TO WS-BAD-DUR-CNT
      *MSG: APP @1 POLICY @2 PLAN @3 WAITING DURATION @4 INVALID
                MOVE 'AS95190003'      TO WGLOB-MSG-REF-INFO
                MOVE RUPOL-APP-ID      TO WGLOB-MSG-PARM (1)
                MOVE RUPOL-POL-ID      TO WGLOB-MSG-PARM (2)
                MOVE RUCVG-PLAN-ID     TO WGLOB-MSG-PARM (3)
                MOVE RUCVG-FRST-POL-PERI-DUR
                                       TO WGLOB-MSG-PARM (4)
                PERFORM  0260-1000-GENERATE-MESSAGE
                    THRU 0260-1000-GENERATE-MESSAGE-X
                GO TO 3000-WRITE-WTPX-REC-X
           END-IF.

           MOVE WS-WAIT-DUR-N          TO WS-WAIT-DAYS.

           IF   WS-WAIT-DAYS           = ZERO
                IF   RUCVG-CANCER-TYP-CD > SPACES
                     MOVE WS-DFLT-CANCER-DAYS
                                       TO WS-WAIT-DAYS
                ELSE
                     ADD  1            TO WS-NO-WAIT-CNT
                     GO TO 3000-WRITE-WTPX-REC-X
                END-IF
           END-IF.

      * THE WAITING PERIOD STARTS ON THE CONVERSION DATE AND ENDS ON
      * ITS LAST DAY.

           MOVE RUPOL-POL-CNV-DT (1:4) TO WS-STRT-DT-CCYY.
           MOVE RUPOL-POL-CNV-DT (6:2) TO WS-STRT-DT-MM.
           MOVE RUPOL-POL-CNV-DT (9:2) TO WS-STRT-DT-DD.

           IF   WS-STRT-DT-CCYYMMDD-GRP NOT NUMERIC
           OR   WS-STRT-DT-CCYYMMDD     = ZERO
                ADD  1                 TO WS-BAD-DT-CNT
      *MSG: APP @1 POLICY @2 PLAN @3 CONVERSION DATE @4 INVALID
                MOVE 'AS95190004'      TO WGLOB-MSG-REF-INFO
                MOVE RUPOL-APP-ID      TO WGLOB-MSG-PARM (1)
                MOVE RUPOL-POL-ID      TO WGLOB-MSG-PARM (2)
                MOVE RUCVG-PLAN-ID     TO WGLOB-MSG-PARM (3)
                MOVE RUPOL-POL-CNV-DT  TO WGLOB-MSG-PARM (4)
                PERFORM  0260-1000-GENERATE-MESSAGE
                    THRU 0260-1000-GENERATE-MESSAGE-X
                GO TO 3000-WRITE-WTPX-REC-X
           END-IF.

           COMPUTE WS-END-DT-INT =
               FUNCTION INTEGER-OF-DATE (WS-STRT-DT-CCYYMMDD)
             + WS-WAIT-DAYS - 1.
           COMPUTE WS-END-DT-CCYYMMDD =
               FUNCTION DATE-OF-INTEGER (WS-END-DT-INT).
           MOVE WS-END-DT-CCYY         TO WS-END-ISO-CCYY.
           MOVE WS-END-DT-MM           TO WS-END-ISO-MM.
           MOVE WS-END-DT-DD           TO WS-END-ISO-DD.

           PERFORM  3100-FIND-INSURED
               THRU 3100-FIND-INSURED-X.

           MOVE SPACES                 TO RWTPX-SEQ-REC-INFO.
           MOVE WS-REC-TYP-CD          TO RWTPX-REC-TYP-CD.
           MOVE RUPOL-POL-ID           TO RWTPX-POL-ID.
           MOVE RUPOL-APP-ID           TO RWTPX-APP-ID.
           MOVE RUCVG-PLAN-ID          TO RWTPX-CVG-PLAN-ID.
           MOVE RUCVG-STCKR-ID         TO RWTPX-CVG-STCKR-ID.

           IF   RUCVG-CANCER-TYP-CD    > SPACES
                SET  RWTPX-BNFT-CANCER TO TRUE
                MOVE RUCVG-CANCER-TYP-CD
                                       TO RWTPX-CANCER-TYP-CD
           ELSE
                SET  RWTPX-BNFT-MEDICAL
                                       TO TRUE
           END-IF.

           MOVE WS-WAIT-DAYS           TO RWTPX-WAIT-DAYS.
           MOVE RUPOL-POL-CNV-DT       TO RWTPX-WAIT-STRT-DT.
           MOVE WS-END-DT-ISO          TO RWTPX-WAIT-END-DT.

           IF   WS-INSRD-USE-SUB       > ZERO
                MOVE WS-INSRD-SEQ-NUM (WS-INSRD-USE-SUB)
                                       TO RWTPX-INSRD-SEQ-NUM
                MOVE WS-INSRD-SUR-NM (WS-INSRD-USE-SUB)
                                       TO RWTPX-INSRD-SUR-NM
                MOVE WS-INSRD-GIV-NM (WS-INSRD-USE-SUB)
                                       TO RWTPX-INSRD-GIV-NM
                MOVE WS-INSRD-BTH-DT (WS-INSRD-USE-SUB)
                                       TO RWTPX-INSRD-BTH-DT
           ELSE
                MOVE WS-FRST-CLI-SEQ-NUM
                                       TO RWTPX-INSRD-SEQ-NUM
                MOVE WS-FRST-CLI-SUR-NM
                                       TO RWTPX-INSRD-SUR-NM
                MOVE WS-FRST-CLI-GIV-NM
                                       TO RWTPX-INSRD-GIV-NM
                MOVE WS-FRST-CLI-BTH-DT
                                       TO RWTPX-INSRD-BTH-DT
           END-IF.

           MOVE WS-CUR-RVRS-RSN-CD     TO RWTPX-RVRS-RSN-CD.
           MOVE WS-CUR-RVRS-EFF-DT     TO RWTPX-RVRS-EFF-DT.

           PERFORM  WTPX-2000-WRITE
               THRU WTPX-2000-WRITE-X.

           IF   RWTPX-REC-TYP-REVERSAL
                ADD  1                 TO WS-RVRS-ROW-CNT
           ELSE
                ADD  1                 TO WS-WAIT-CNT
           END-IF.

       3000-WRITE-WTPX-REC-X.
           EXIT.
      /
      *------------------
       3100-FIND-INSURED.
      *------------------

           MOVE ZERO                   TO WS-INSRD-USE-SUB.

           PERFORM  3110-CHECK-INSURED
               THRU 3110-CHECK-INSURED-X
               VARYING WS-INSRD-SUB FROM 1 BY 1
               UNTIL WS-INSRD-SUB     > WS-INSRD-CNT
               OR    WS-INSRD-USE-SUB > ZERO.

           IF   WS-INSRD-USE-SUB       = ZERO
           AND  WS-INSRD-CNT           > ZERO
                MOVE 1                 TO WS-INSRD-USE-SUB
           END-IF.

       3100-FIND-INSURED-X.
           EXIT.
      /
      *-------------------
       3110-CHECK-INSURED.
      *-------------------

           IF   WS-INSRD-STCKR-ID (WS-INSRD-SUB) = RUCVG-STCKR-ID
                MOVE WS-INSRD-SUB      TO WS-INSRD-USE-SUB
           END-IF.

       3110-CHECK-INSURED-X.
           EXIT.
      /
      *-------------------
       4500-WRITE-TRAILER.
      *-------------------

           MOVE SPACES                 TO RWTPX-SEQ-REC-INFO.
           SET  RWTPX-REC-TYP-TRAILER  TO TRUE.
           MOVE WS-FROM-DT             TO RWTPX-TRL-FROM-DT.
           MOVE WS-TO-DT               TO RWTPX-TRL-TO-DT.
           MOVE WS-WAIT-CNT            TO RWTPX-TRL-WAIT-CNT.
           MOVE WS-RVRS-ROW-CNT        TO RWTPX-TRL-RVRS-CNT.

           PERFORM  WTPX-2000-WRITE
               THRU WTPX-2000-WRITE-X.

       4500-WRITE-TRAILER-X.
           EXIT.
      /
      *------------------------
       5000-PRINT-GRAND-TOTALS.
      *------------------------

      *MSG: POLICIES ISSUED @1 TO @2 - @3, WAITING PERIODS SENT @4
           MOVE 'AS95190005'           TO WGLOB-MSG-REF-INFO.
           MOVE WS-FROM-DT             TO WGLOB-MSG-PARM (1).
           MOVE WS-TO-DT               TO WGLOB-MSG-PARM (2).
           MOVE WS-POL-ISSUED-CNT      TO WS-PIC-COUNTER.
           MOVE WS-PIC-COUNTER         TO WGLOB-MSG-PARM (3).
           MOVE WS-WAIT-CNT            TO WS-PIC-COUNTER.
           MOVE WS-PIC-COUNTER         TO WGLOB-MSG-PARM (4).
           PERFORM  0260-1000-GENERATE-MESSAGE
               THRU 0260-1000-GENERATE-MESSAGE-X.

      *MSG: FREE LOOKS @1, BACKOUTS @2, POLICIES REVERSED @3, ROWS @4
           MOVE 'AS95190006'           TO WGLOB-MSG-REF-INFO.
           MOVE WS-FL-LOADED-CNT       TO WS-PIC-COUNTER.
           MOVE WS-PIC-COUNTER         TO WGLOB-MSG-PARM (1).
           MOVE WS-BK-LOADED-CNT       TO WS-PIC-COUNTER.
           MOVE WS-PIC-COUNTER         TO WGLOB-MSG-PARM (2).
           MOVE WS-POL-RVRS-CNT        TO WS-PIC-COUNTER.
           MOVE WS-PIC-COUNTER         TO WGLOB-MSG-PARM (3).
           MOVE WS-RVRS-ROW-CNT        TO WS-PIC-COUNTER.
           MOVE WS-PIC-COUNTER         TO WGLOB-MSG-PARM (4).
           PERFORM  0260-1000-GENERATE-MESSAGE
               THRU 0260-1000-GENERATE-MESSAGE-X.

      *MSG: SAME WINDOW @1, NO WAITING @2, BAD DURATION @3, BAD DATE @4
           MOVE 'AS95190007'           TO WGLOB-MSG-REF-INFO.
           MOVE WS-SAME-WINDOW-CNT     TO WS-PIC-COUNTER.
           MOVE WS-PIC-COUNTER         TO WGLOB-MSG-PARM (1).
           MOVE WS-NO-WAIT-CNT         TO WS-PIC-COUNTER.
           MOVE WS-PIC-COUNTER         TO WGLOB-MSG-PARM (2).
           MOVE WS-BAD-DUR-CNT         TO WS-PIC-COUNTER.
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

           PERFORM  CLWX-4000-CLOSE
               THRU CLWX-4000-CLOSE-X.

           PERFORM  BKLS-5000-CLOSE
               THRU BKLS-5000-CLOSE-X.

           PERFORM  RUPL-4000-CLOSE
               THRU RUPL-4000-CLOSE-X.

           PERFORM  UCLI-4000-CLOSE
               THRU UCLI-4000-CLOSE-X.

           PERFORM  UCVG-4000-CLOSE
               THRU UCVG-4000-CLOSE-X.

           PERFORM  WTPX-5000-CLOSE
               THRU WTPX-5000-CLOSE-X.

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
       COPY ACPECLWX.
      /
       COPY ACPIBKLS.
      /
       COPY ACPIWTPX.
      /
      *****************************************************************
      * ERROR HANDLING ROUTINES                                       *
      *****************************************************************

       COPY XCPL0030.

       COPY XCPL0260.

      *****************************************************************
      **                 END OF PROGRAM ASBM9519                     **
      *****************************************************************
