      *************************
       IDENTIFICATION DIVISION.
      *************************

       PROGRAM-ID. ASBM9537.

       COPY XCWWCRHT.

      *****************************************************************
      **  MEMBER :  ASBM9537                                         **
      **  REMARKS:  DAILY CONDITIONAL RECEIPT TEMPORARY COVERAGE     **
      **            REGISTER.  A CWA RECEIPT GIVES THE APPLICANT     **
      **            CONDITIONAL TEMPORARY COVERAGE UNTIL THE CASE    **
      **            ISSUES OR IS DECLINED, UP TO THE PLAN'S          **
      **            CONDITIONAL RECEIPT LIMIT AND FOR AT MOST THE    **
      **            PLAN'S MAXIMUM NUMBER OF DAYS (PLAV PLAN         **
      **            MASTER).  MERGES THE RUPOL AND RUCVG EXTRACTS    **
      **            (BOTH SORTED BY APP ID) AND, FOR EVERY           **
      **            APPLICATION CARRYING A CWA RECEIPT:              **
      **              - OPENS A TTCOV REGISTER ROW ON THE RECEIPT    **
      **                DATE, THE AMOUNT BEING THE APPLIED-FOR FACE  **
      **                AMOUNT CAPPED AT THE PLAN LIMIT;             **
      **              - CLOSES AN OPEN ROW ON ISSUE, DECLINE,        **
      **                WITHDRAWAL (WDRW DISPOSITION HISTORY) OR     **
      **                EXPIRY OF THE MAXIMUM PERIOD.                **
      **            THE REGISTER IS THEN BROWSED AND EVERY CASE      **
      **            STILL OPEN WITHIN THE WARNING WINDOW OF ITS      **
      **            EXPIRY DATE IS LISTED ON THE TCVR REPORT.        **
      **                                                             **
      **            A DATABASE ERROR ENDS THE STEP RC 8.  A PLAN     **
      **            NOT ON THE PLAN MASTER ENDS RC 4.                **
      **                                                             **
      **            JCL PARM:  BYTES 1-2   COMPANY                   **
      **                       BYTES 3-5   WARNING DAYS BEFORE       **
      **                                   EXPIRY (DEFAULT 010)      **
      **                                                             **
      **  DOMAIN :  UW                                               **
      **  CLASS  :  PD                                               **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
693057**  15OCT26  DEV    NEW PROGRAM                                **
      *****************************************************************

      **********************
       ENVIRONMENT DIVISION.
      **********************

       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY ACSSPLAV.
       COPY ACSSWDRW.
       COPY ACSSTCVR.

      ***************
       DATA DIVISION.
      ***************

       FILE SECTION.

       COPY ACSDPLAV.

       COPY ACSRPLAV.

       COPY ACSDWDRW.

       COPY ACSRWDRW.

       COPY ACSDTCVR.

       COPY ACSRTCVR.

       WORKING-STORAGE SECTION.

       COPY XCWWPGWS REPLACING '$VAR1' BY 'ASBM9537'.

       COPY SQLCA.

       01  WS-COUNTERS.
           05  WS-RUPOL-REC-READ            PIC 9(07)  VALUE ZEROS.
           05  WS-CWA-APP-CNT               PIC 9(07)  VALUE ZEROS.
           05  WS-NO-COVER-CNT              PIC 9(07)  VALUE ZEROS.
           05  WS-NO-PLAN-CNT               PIC 9(07)  VALUE ZEROS.
           05  WS-OPENED-CNT                PIC 9(07)  VALUE ZEROS.
           05  WS-ISSUED-CNT                PIC 9(07)  VALUE ZEROS.
           05  WS-DECLINED-CNT              PIC 9(07)  VALUE ZEROS.
           05  WS-WITHDRAWN-CNT             PIC 9(07)  VALUE ZEROS.
           05  WS-EXPIRED-CNT               PIC 9(07)  VALUE ZEROS.
           05  WS-OPEN-ROW-CNT              PIC 9(07)  VALUE ZEROS.
           05  WS-NEAR-XPRY-CNT             PIC 9(07)  VALUE ZEROS.
           05  WS-LINE-CNT                  PIC S9(04) COMP VALUE +99.
           05  WS-PAGE-CNT                  PIC S9(04) COMP VALUE ZERO.
           05  WS-PIC-COUNTER               PIC Z(06)9.
           05  WS-PIC-FACE                  PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.
           05  WS-PIC-DAYS                  PIC ----9.
           05  WS-PIC-PAGE                  PIC ZZZ9.

      * WARNING WINDOW BEFORE EXPIRY, OVERRIDDEN ON THE PARM, AND THE
      * COVERAGE PERIOD USED FOR A PLAN THAT CARRIES A LIMIT BUT NO
      * MAXIMUM NUMBER OF DAYS.

       01  WS-THRESHOLDS.
           05  WS-WARN-DAYS                 PIC 9(03)  VALUE 010.
           05  WS-DFLT-MAX-DAYS             PIC 9(03)  VALUE 060.

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
           05  WS-XPRY-DT-CCYYMMDD          PIC 9(08).
           05  WS-XPRY-DT-GRP               REDEFINES
               WS-XPRY-DT-CCYYMMDD.
               10  WS-XPRY-DT-CCYY          PIC X(04).
               10  WS-XPRY-DT-MM            PIC X(02).
               10  WS-XPRY-DT-DD            PIC X(02).
           05  WS-DAYS-LEFT                 PIC S9(05) COMP-3.
           05  WS-APPL-FACE-AMT             PIC S9(13)V9(02) COMP-3.
           05  WS-ROW-FOUND-SW              PIC X(01).
               88  WS-ROW-FOUND                   VALUE 'Y'.
           05  WS-ROW-CHANGED-SW            PIC X(01).
               88  WS-ROW-CHANGED                 VALUE 'Y'.
           05  WS-RPT-LINE                  PIC X(132).
           05  WS-MAX-LINES                 PIC S9(04) COMP VALUE +55.
           05  WS-MAX-RC                    PIC 9(02)  VALUE ZERO.
           05  WS-DB-ERR-SW                 PIC X(01)  VALUE 'N'.
               88  WS-DB-ERROR                    VALUE 'Y'.

      * PLAN MASTER - CONDITIONAL RECEIPT LIMIT AND MAXIMUM DAYS.

       01  WS-PLAN-WORK-AREA.
           05  WS-PLAN-MAX                  PIC S9(04) COMP VALUE +2000.
           05  WS-PLAN-CNT                  PIC S9(04) COMP VALUE ZERO.
           05  WS-PLAN-SUB                  PIC S9(04) COMP.
           05  WS-PLAN-TBL.
               10  WS-PLAN-ENTRY            OCCURS 2000 TIMES.
                   15  WS-PLAN-ID           PIC X(15).
                   15  WS-PLAN-LMT-AMT      PIC 9(13).
                   15  WS-PLAN-MAX-DAYS     PIC 9(03).
           05  WS-PLAN-OVRFLW-SW            PIC X(01)  VALUE 'N'.
               88  WS-PLAN-OVERFLOW               VALUE 'Y'.

      * WITHDRAWN / NOT-TAKEN APPLICATIONS.

       01  WS-WDRW-WORK-AREA.
           05  WS-WDRW-MAX                  PIC S9(04) COMP VALUE +5000.
           05  WS-WDRW-CNT                  PIC S9(04) COMP VALUE ZERO.
           05  WS-WDRW-SUB                  PIC S9(04) COMP.
           05  WS-WDRW-USE-SUB              PIC S9(04) COMP.
           05  WS-WDRW-TBL.
               10  WS-WDRW-ENTRY            OCCURS 5000 TIMES.
                   15  WS-WDRW-APP-ID       PIC X(15).
                   15  WS-WDRW-DISP-DT      PIC X(10).
           05  WS-WDRW-OVRFLW-SW            PIC X(01)  VALUE 'N'.
               88  WS-WDRW-OVERFLOW               VALUE 'Y'.
      /
       COPY XCWTFCMD.
      /
       COPY ACSWRUPL.
       COPY ACSWUCVG.
       COPY ACSWPLAV.
       COPY ACSWWDRW.
       COPY ACSWTCVR.
      /
       COPY ACFWTCOV.
       COPY ACFRTCOV.
      /
      *****************************************************************
      * INPUT PARAMETER INFORMATION                                   *
      *****************************************************************

       01  WGLOB-GLOBAL-AREA.
       COPY XCWWGLOB.

       COPY ACFRUPOL.

       COPY ACFRUCVG.
      /
       LINKAGE SECTION.
      *****************

       01  LK-PARM-AREA.
           05  LK-PARM-LEN                 PIC S9(04) COMP.
           05  LK-PARM-DATA.
               10  LK-COMPANY-CODE         PIC X(02).
               10  LK-WARN-DAYS            PIC X(03).
               10  FILLER                  PIC X(25).
      /
       PROCEDURE DIVISION USING LK-PARM-AREA.

      *--------------
       0000-MAINLINE.
      *--------------

           PERFORM  0100-OPEN-FILES
               THRU 0100-OPEN-FILES-X.

           PERFORM  0200-INITIALIZE
               THRU 0200-INITIALIZE-X.

           PERFORM  1000-LOAD-PLANS
               THRU 1000-LOAD-PLANS-X.

           PERFORM  1200-LOAD-WITHDRAWALS
               THRU 1200-LOAD-WITHDRAWALS-X.

      *
      * WITHOUT THE WHOLE PLAN MASTER OR WITHDRAWAL HISTORY THE
      * REGISTER WOULD BE OPENED OR LEFT OPEN WRONGLY - THE RUN ENDS
      * ON THE ABORT MESSAGE INSTEAD.
      *
           IF   NOT WS-PLAN-OVERFLOW
           AND  NOT WS-WDRW-OVERFLOW
                PERFORM  RUPL-1000-READ
                    THRU RUPL-1000-READ-X

                PERFORM  UCVG-1000-READ
                    THRU UCVG-1000-READ-X

                PERFORM  2000-PROCESS-APPLICATION
                    THRU 2000-PROCESS-APPLICATION-X
                    UNTIL WRUPL-SEQ-IO-EOF
                    OR    WS-DB-ERROR
           END-IF.

           IF   NOT WS-PLAN-OVERFLOW
           AND  NOT WS-WDRW-OVERFLOW
           AND  NOT WS-DB-ERROR
                PERFORM  3000-LIST-NEAR-EXPIRY
                    THRU 3000-LIST-NEAR-EXPIRY-X
           END-IF.

           PERFORM  5000-PRINT-GRAND-TOTALS
               THRU 5000-PRINT-GRAND-TOTALS-X.

           PERFORM  9999-CLOSE-FILES
               THRU 9999-CLOSE-FILES-X.

           IF   WS-NO-PLAN-CNT         > ZERO
                MOVE 4                 TO WS-MAX-RC
           END-IF.

           IF   WS-PLAN-OVERFLOW
           OR   WS-WDRW-OVERFLOW
           OR   WS-DB-ERROR
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

           PERFORM  PLAV-3000-OPEN-INPUT
               THRU PLAV-3000-OPEN-INPUT-X.

           PERFORM  WDRW-3000-OPEN-INPUT
               THRU WDRW-3000-OPEN-INPUT-X.

           PERFORM  RUPL-3000-OPEN-INPUT
               THRU RUPL-3000-OPEN-INPUT-X.

           PERFORM  UCVG-3000-OPEN-INPUT
               THRU UCVG-3000-OPEN-INPUT-X.

           PERFORM  TCVR-4000-OPEN-OUTPUT
               THRU TCVR-4000-OPEN-OUTPUT-X.

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
           AND  LK-WARN-DAYS                 IS NUMERIC
                MOVE LK-WARN-DAYS       TO WS-WARN-DAYS
           END-IF.

           SET  WTCOV-ENVRMNT-BATCH    TO TRUE.

       0200-INITIALIZE-X.
           EXIT.
      /
      *----------------
       1000-LOAD-PLANS.
      *----------------

           PERFORM  PLAV-1000-READ
               THRU PLAV-1000-READ-X.

           PERFORM  1100-LOAD-ONE-PLAN
               THRU 1100-LOAD-ONE-PLAN-X
               UNTIL WPLAV-SEQ-IO-EOF
               OR    WS-PLAN-OVERFLOW.

       1000-LOAD-PLANS-X.
           EXIT.
      /
      *-------------------
       1100-LOAD-ONE-PLAN.
      *-------------------

           IF   WS-PLAN-CNT            < WS-PLAN-MAX
                ADD  1                 TO WS-PLAN-CNT
                MOVE RPLAV-PLAN-ID     TO WS-PLAN-ID (WS-PLAN-CNT)
                MOVE RPLAV-COND-RCPT-LMT-AMT
                                       TO WS-PLAN-LMT-AMT (WS-PLAN-CNT)
                MOVE RPLAV-COND-RCPT-MAX-DAYS
                                       TO WS-PLAN-MAX-DAYS
                                              (WS-PLAN-CNT)
           ELSE
                SET  WS-PLAN-OVERFLOW  TO TRUE
      *MSG: PLAN MASTER TABLE FULL - RUN ABORTED - RC 8
                MOVE 'AS95370001'      TO WGLOB-MSG-REF-INFO
                PERFORM  0260-1000-GENERATE-MESSAGE
                    THRU 0260-1000-GENERATE-MESSAGE-X
           END-IF.

           PERFORM  PLAV-1000-READ
               THRU PLAV-1000-READ-X.

       1100-LOAD-ONE-PLAN-X.
           EXIT.
      /
      *----------------------
       1200-LOAD-WITHDRAWALS.
      *----------------------

      * THE DISPOSITION FILES OF EVERY PRIOR RUN ARE CONCATENATED IN
      * THE JCL, SO THE TABLE HOLDS THE FULL WITHDRAWAL HISTORY.

           PERFORM  WDRW-1000-READ
               THRU WDRW-1000-READ-X.

           PERFORM  1300-LOAD-ONE-WITHDRAWAL
               THRU 1300-LOAD-ONE-WITHDRAWAL-X
               UNTIL WWDRW-SEQ-IO-EOF
               OR    WS-WDRW-OVERFLOW.

       1200-LOAD-WITHDRAWALS-X.
           EXIT.
      /
      *-------------------------
       1300-LOAD-ONE-WITHDRAWAL.
      *-------------------------

           IF   WS-WDRW-CNT            < WS-WDRW-MAX
                ADD  1                 TO WS-WDRW-CNT
                MOVE RWDRW-APP-ID      TO WS-WDRW-APP-ID (WS-WDRW-CNT)
                MOVE RWDRW-DISP-DT     TO WS-WDRW-DISP-DT (WS-WDRW-CNT)
           ELSE
                SET  WS-WDRW-OVERFLOW  TO TRUE
      *MSG: WITHDRAWAL TABLE FULL - RUN ABORTED - RC 8
                MOVE 'AS95370002'      TO WGLOB-MSG-REF-INFO
                PERFORM  0260-1000-GENERATE-MESSAGE
                    THRU 0260-1000-GENERATE-MESSAGE-X
           END-IF.

           PERFORM  WDRW-1000-READ
               THRU WDRW-1000-READ-X.

       1300-LOAD-ONE-WITHDRAWAL-X.
           EXIT.
      /
      *-------------------------
       2000-PROCESS-APPLICATION.
      *-------------------------

           ADD  1                      TO WS-RUPOL-REC-READ.

           PERFORM  2100-MATCH-UCVG
               THRU 2100-MATCH-UCVG-X.

      * ONLY AN APPLICATION PAID WITH A CWA RECEIPT CARRIES
      * CONDITIONAL TEMPORARY COVERAGE.

           IF   RUPOL-CWA-RECPT-NUM    = SPACES
           OR   RUPOL-CWA-RECPT-DT     = SPACES
                GO TO 2000-PROCESS-APPLICATION-R
           END-IF.

           ADD  1                      TO WS-CWA-APP-CNT.

           MOVE WGLOB-COMPANY-CODE     TO WTCOV-CO-ID.
           MOVE RUPOL-APP-ID           TO WTCOV-APP-ID.

           PERFORM  TCOV-1000-READ
               THRU TCOV-1000-READ-X.

           EVALUATE TRUE
               WHEN WTCOV-IO-OK
                    MOVE 'Y'           TO WS-ROW-FOUND-SW
               WHEN WTCOV-IO-NOT-FOUND
                    MOVE 'N'           TO WS-ROW-FOUND-SW
               WHEN OTHER
                    GO TO 2000-PROCESS-APPLICATION-E
           END-EVALUATE.

           IF   WS-ROW-FOUND
           AND  RTCOV-STAT-CLOSED
                GO TO 2000-PROCESS-APPLICATION-R
           END-IF.

           MOVE 'N'                    TO WS-ROW-CHANGED-SW.

           IF   NOT WS-ROW-FOUND
                PERFORM  2300-BUILD-NEW-ROW
                    THRU 2300-BUILD-NEW-ROW-X
                IF   NOT WS-ROW-CHANGED
                     GO TO 2000-PROCESS-APPLICATION-R
                END-IF
           END-IF.

           PERFORM  2400-CHECK-CLOSE
               THRU 2400-CHECK-CLOSE-X.

           IF   NOT WS-ROW-CHANGED
                GO TO 2000-PROCESS-APPLICATION-R
           END-IF.

           MOVE WS-RUN-DT-ISO          TO RTCOV-UPDT-DT.

           IF   WS-ROW-FOUND
                PERFORM  TCOV-2000-REWRITE
                    THRU TCOV-2000-REWRITE-X
           ELSE
                PERFORM  TCOV-1000-WRITE
                    THRU TCOV-1000-WRITE-X
           END-IF.

           IF   NOT WTCOV-IO-OK
                GO TO 2000-PROCESS-APPLICATION-E
           END-IF.

           GO TO 2000-PROCESS-APPLICATION-R.

       2000-PROCESS-APPLICATION-E.

           SET  WS-DB-ERROR            TO TRUE.
      *MSG: TEMPORARY COVERAGE REGISTER UPDATE FAILED FOR APP @1 - RC 8
           MOVE 'AS95370003'           TO WGLOB-MSG-REF-INFO.
           MOVE RUPOL-APP-ID           TO WGLOB-MSG-PARM (1).
           PERFORM  0260-1000-GENERATE-MESSAGE
               THRU 0260-1000-GENERATE-MESSAGE-X.

       2000-PROCESS-APPLICATION-R.

           PERFORM  RUPL-1000-READ
               THRU RUPL-1000-READ-X.

       2000-PROCESS-APPLICATION-X.
           EXIT.
      /
      *----------------
       2100-MATCH-UCVG.
      *----------------

      * THE APPLIED-FOR FACE AMOUNT IS THE TOTAL OF THE INITIAL
      * COVERAGE AMOUNTS ON THE APPLICATION.

           MOVE ZERO                   TO WS-APPL-FACE-AMT.

           PERFORM  2110-UCVG-READ-AHEAD
               THRU 2110-UCVG-READ-AHEAD-X
               UNTIL WUCVG-SEQ-IO-EOF
               OR    RUCVG-APP-ID NOT LESS THAN RUPOL-APP-ID.

           PERFORM  2120-UCVG-CONSUME-GROUP
               THRU 2120-UCVG-CONSUME-GROUP-X
               UNTIL WUCVG-SEQ-IO-EOF
               OR    RUCVG-APP-ID NOT = RUPOL-APP-ID.

       2100-MATCH-UCVG-X.
           EXIT.
      /
      *---------------------
       2110-UCVG-READ-AHEAD.
      *---------------------

           PERFORM  UCVG-1000-READ
               THRU UCVG-1000-READ-X.

       2110-UCVG-READ-AHEAD-X.
           EXIT.
      /
      *------------------------
       2120-UCVG-CONSUME-GROUP.
      *------------------------

           ADD  RUCVG-INIT-COV-AMT     TO WS-APPL-FACE-AMT.

           PERFORM  UCVG-1000-READ
               THRU UCVG-1000-READ-X.

       2120-UCVG-CONSUME-GROUP-X.
           EXIT.
      /
      *-------------------
       2300-BUILD-NEW-ROW.
      *-------------------

      * THE COVERAGE OPENS ON THE RECEIPT DATE FOR THE APPLIED-FOR
      * FACE AMOUNT, CAPPED AT THE PLAN'S CONDITIONAL RECEIPT LIMIT,
      * AND RUNS AT MOST THE PLAN'S MAXIMUM NUMBER OF DAYS.

           PERFORM  2310-NEXT-PLAN
               THRU 2310-NEXT-PLAN-X
               VARYING WS-PLAN-SUB FROM 1 BY 1
               UNTIL WS-PLAN-SUB > WS-PLAN-CNT
               OR    WS-PLAN-ID (WS-PLAN-SUB) = RUPOL-PLAN-ID.

           IF   WS-PLAN-SUB            > WS-PLAN-CNT
                ADD  1                 TO WS-NO-PLAN-CNT
      *MSG: APP @1 PLAN @2 NOT ON THE PLAN MASTER - NO COVERAGE OPENED
                MOVE 'AS95370004'      TO WGLOB-MSG-REF-INFO
                MOVE RUPOL-APP-ID      TO WGLOB-MSG-PARM (1)
                MOVE RUPOL-PLAN-ID     TO WGLOB-MSG-PARM (2)
                PERFORM  0260-1000-GENERATE-MESSAGE
                    THRU 0260-1000-GENERATE-MESSAGE-X
                GO TO 2300-BUILD-NEW-ROW-X
           END-IF.

           IF   WS-PLAN-LMT-AMT (WS-PLAN-SUB) = ZERO
                ADD  1                 TO WS-NO-COVER-CNT
                GO TO 2300-BUILD-NEW-ROW-X
           END-IF.

           MOVE RUPOL-CWA-RECPT-DT     TO WS-ISO-DT.
           PERFORM  7000-ISO-DATE-TO-INT
               THRU 7000-ISO-DATE-TO-INT-X.

           IF   WS-ISO-DT-INT          = ZERO
                GO TO 2300-BUILD-NEW-ROW-X
           END-IF.

           IF   WS-PLAN-MAX-DAYS (WS-PLAN-SUB) = ZERO
                ADD  WS-DFLT-MAX-DAYS  TO WS-ISO-DT-INT
           ELSE
                ADD  WS-PLAN-MAX-DAYS (WS-PLAN-SUB)
                                       TO WS-ISO-DT-INT
           END-IF.

           COMPUTE WS-XPRY-DT-CCYYMMDD =
               FUNCTION DATE-OF-INTEGER (WS-ISO-DT-INT).

           PERFORM  TCOV-1000-CREATE
               THRU TCOV-1000-CREATE-X.

           MOVE WGLOB-COMPANY-CODE     TO RTCOV-CO-ID.
           MOVE RUPOL-APP-ID           TO RTCOV-APP-ID.
           MOVE RUPOL-CWA-RECPT-NUM    TO RTCOV-RECPT-NUM.
           MOVE RUPOL-PLAN-ID          TO RTCOV-PLAN-ID.
           MOVE RUPOL-CWA-RECPT-DT     TO RTCOV-OPEN-DT.
           MOVE SPACES                 TO RTCOV-XPRY-DT.
           STRING WS-XPRY-DT-CCYY '-' WS-XPRY-DT-MM '-' WS-XPRY-DT-DD
                  DELIMITED BY SIZE
                  INTO RTCOV-XPRY-DT.
           MOVE WS-APPL-FACE-AMT       TO RTCOV-APPL-FACE-AMT.

           IF   RTCOV-APPL-FACE-AMT    > WS-PLAN-LMT-AMT (WS-PLAN-SUB)
                MOVE WS-PLAN-LMT-AMT (WS-PLAN-SUB)
                                       TO RTCOV-COV-AMT
           ELSE
                MOVE RTCOV-APPL-FACE-AMT
                                       TO RTCOV-COV-AMT
           END-IF.

           SET  RTCOV-STAT-OPEN        TO TRUE.
           MOVE SPACES                 TO RTCOV-CLOSE-DT.

           SET  WS-ROW-CHANGED         TO TRUE.
           ADD  1                      TO WS-OPENED-CNT.

       2300-BUILD-NEW-ROW-X.
           EXIT.
      /
      *---------------
       2310-NEXT-PLAN.
      *---------------

           CONTINUE.

       2310-NEXT-PLAN-X.
           EXIT.
      /
      *-----------------
       2400-CHECK-CLOSE.
      *-----------------

      * THE COVERAGE ENDS WHEN THE CASE ISSUES, IS DECLINED OR IS
      * WITHDRAWN, OR WHEN THE MAXIMUM PERIOD RUNS OUT - WHICHEVER
      * CAME FIRST.

           PERFORM  2410-FIND-WITHDRAWAL
               THRU 2410-FIND-WITHDRAWAL-X.

           EVALUATE TRUE
               WHEN RUPOL-POL-ASGN
                    SET  RTCOV-STAT-ISSUED    TO TRUE
                    IF   RUPOL-POL-CNV-DT     > SPACES
                         MOVE RUPOL-POL-CNV-DT
                                              TO RTCOV-CLOSE-DT
                    ELSE
                         MOVE WS-RUN-DT-ISO   TO RTCOV-CLOSE-DT
                    END-IF
                    ADD  1                    TO WS-ISSUED-CNT
               WHEN RUPOL-APL-REJ-YES
                    SET  RTCOV-STAT-DECLINED  TO TRUE
                    MOVE WS-RUN-DT-ISO        TO RTCOV-CLOSE-DT
                    ADD  1                    TO WS-DECLINED-CNT
               WHEN WS-WDRW-USE-SUB           > ZERO
                    SET  RTCOV-STAT-WITHDRAWN TO TRUE
                    MOVE WS-WDRW-DISP-DT (WS-WDRW-USE-SUB)
                                              TO RTCOV-CLOSE-DT
                    ADD  1                    TO WS-WITHDRAWN-CNT
               WHEN RTCOV-XPRY-DT             < WS-RUN-DT-ISO
                    SET  RTCOV-STAT-EXPIRED   TO TRUE
                    MOVE RTCOV-XPRY-DT        TO RTCOV-CLOSE-DT
                    ADD  1                    TO WS-EXPIRED-CNT
               WHEN OTHER
                    GO TO 2400-CHECK-CLOSE-X
           END-EVALUATE.

      * A CASE THAT ENDED AFTER THE COVERAGE HAD ALREADY RUN OUT
      * CLOSES AS EXPIRED ON THE EXPIRY DATE.

           IF   RTCOV-CLOSE-DT         > RTCOV-XPRY-DT
           AND  NOT RTCOV-STAT-EXPIRED
                SET  RTCOV-STAT-EXPIRED    TO TRUE
                MOVE RTCOV-XPRY-DT     TO RTCOV-CLOSE-DT
                ADD  1                 TO WS-EXPIRED-CNT
           END-IF.

           SET  WS-ROW-CHANGED         TO TRUE.

       2400-CHECK-CLOSE-X.
           EXIT.
      /
      *---------------------
       2410-FIND-WITHDRAWAL.
      *---------------------

           MOVE ZERO                   TO WS-WDRW-USE-SUB.

           PERFORM  2420-MATCH-WITHDRAWAL
               THRU 2420-MATCH-WITHDRAWAL-X
               VARYING WS-WDRW-SUB FROM 1 BY 1
               UNTIL WS-WDRW-SUB > WS-WDRW-CNT
               OR    WS-WDRW-USE-SUB > ZERO.

       2410-FIND-WITHDRAWAL-X.
           EXIT.
      /
      *----------------------
       2420-MATCH-WITHDRAWAL.
      *----------------------

           IF   WS-WDRW-APP-ID (WS-WDRW-SUB) = RUPOL-APP-ID
                MOVE WS-WDRW-SUB       TO WS-WDRW-USE-SUB
           END-IF.

       2420-MATCH-WITHDRAWAL-X.
           EXIT.
      /
      *----------------------
       3000-LIST-NEAR-EXPIRY.
      *----------------------

      *
      * THE WHOLE REGISTER FOR THE COMPANY IS BROWSED IN APPLICATION
      * ORDER; EVERY ROW STILL OPEN WITHIN THE WARNING WINDOW OF ITS
      * EXPIRY DATE IS LISTED.  A ROW ALREADY PAST EXPIRY BELONGS TO
      * AN APPLICATION NO LONGER ON THE EXTRACT AND IS LISTED TOO.
      *
           MOVE WGLOB-COMPANY-CODE     TO WTCOV-CO-ID.
           MOVE LOW-VALUES             TO WTCOV-APP-ID.
           MOVE WGLOB-COMPANY-CODE     TO WTCOV-ENDBR-CO-ID.
           MOVE HIGH-VALUES            TO WTCOV-ENDBR-APP-ID.

           PERFORM  TCOV-1000-BROWSE
               THRU TCOV-1000-BROWSE-X.

           IF   NOT WTCOV-IO-OK
                GO TO 3000-LIST-NEAR-EXPIRY-E
           END-IF.

           PERFORM  TCOV-2000-READ-NEXT
               THRU TCOV-2000-READ-NEXT-X.

           PERFORM  3100-CHECK-ONE-ROW
               THRU 3100-CHECK-ONE-ROW-X
               UNTIL NOT WTCOV-IO-OK.

           IF   WTCOV-IO-ERROR
                PERFORM  TCOV-3000-END-BROWSE
                    THRU TCOV-3000-END-BROWSE-X
                GO TO 3000-LIST-NEAR-EXPIRY-E
           END-IF.

           PERFORM  TCOV-3000-END-BROWSE
               THRU TCOV-3000-END-BROWSE-X.

           IF   WS-NEAR-XPRY-CNT       = ZERO
                PERFORM  6000-PRINT-HEADINGS
                    THRU 6000-PRINT-HEADINGS-X
                MOVE SPACES            TO WS-RPT-LINE
                STRING '    NO OPEN TEMPORARY COVERAGE IS APPROACHING'
                       ' THE MAXIMUM PERIOD'
                       DELIMITED BY SIZE
                       INTO WS-RPT-LINE
                PERFORM  6900-PRINT-LINE
                    THRU 6900-PRINT-LINE-X
           END-IF.

           GO TO 3000-LIST-NEAR-EXPIRY-X.

       3000-LIST-NEAR-EXPIRY-E.

           SET  WS-DB-ERROR            TO TRUE.
      *MSG: TEMPORARY COVERAGE REGISTER BROWSE FAILED - RC 8
           MOVE 'AS95370005'           TO WGLOB-MSG-REF-INFO.
           PERFORM  0260-1000-GENERATE-MESSAGE
               THRU 0260-1000-GENERATE-MESSAGE-X.

       3000-LIST-NEAR-EXPIRY-X.
           EXIT.
      /
      *-------------------
       3100-CHECK-ONE-ROW.
      *-------------------

           IF   NOT RTCOV-STAT-OPEN
                GO TO 3100-READ-NEXT
           END-IF.

           ADD  1                      TO WS-OPEN-ROW-CNT.

           MOVE RTCOV-XPRY-DT          TO WS-ISO-DT.
           PERFORM  7000-ISO-DATE-TO-INT
               THRU 7000-ISO-DATE-TO-INT-X.

           COMPUTE WS-DAYS-LEFT        = WS-ISO-DT-INT - WS-RUN-DT-INT.

           IF   WS-DAYS-LEFT           > WS-WARN-DAYS
                GO TO 3100-READ-NEXT
           END-IF.

           ADD  1                      TO WS-NEAR-XPRY-CNT.

           PERFORM  3200-PRINT-DETAIL
               THRU 3200-PRINT-DETAIL-X.

       3100-READ-NEXT.

           PERFORM  TCOV-2000-READ-NEXT
               THRU TCOV-2000-READ-NEXT-X.

       3100-CHECK-ONE-ROW-X.
           EXIT.
      /
      *------------------
       3200-PRINT-DETAIL.
      *------------------

           IF   WS-LINE-CNT            > WS-MAX-LINES
                PERFORM  6000-PRINT-HEADINGS
                    THRU 6000-PRINT-HEADINGS-X
           END-IF.

           MOVE RTCOV-COV-AMT          TO WS-PIC-FACE.
           MOVE WS-DAYS-LEFT           TO WS-PIC-DAYS.
           MOVE SPACES                 TO WS-RPT-LINE.
           STRING RTCOV-APP-ID
                  '  '   RTCOV-PLAN-ID
                  '  '   RTCOV-RECPT-NUM
                  '  '   RTCOV-OPEN-DT
                  '  '   RTCOV-XPRY-DT
                  '  '   WS-PIC-DAYS
                  '  '   WS-PIC-FACE
                  DELIMITED BY SIZE
                  INTO WS-RPT-LINE.

           IF   WS-DAYS-LEFT           < ZERO
                MOVE 'PAST EXPIRY - NOT ON EXTRACT'
                                       TO WS-RPT-LINE (104:28)
           END-IF.

           PERFORM  6900-PRINT-LINE
               THRU 6900-PRINT-LINE-X.

       3200-PRINT-DETAIL-X.
           EXIT.
      /
      *------------------------
       5000-PRINT-GRAND-TOTALS.
      *------------------------

      *MSG: CWA APPLICATIONS @1 - COVERAGE OPENED @2, NO COVER PLAN @3
           MOVE 'AS95370006'           TO WGLOB-MSG-REF-INFO.
           MOVE WS-CWA-APP-CNT         TO WS-PIC-COUNTER.
           MOVE WS-PIC-COUNTER         TO WGLOB-MSG-PARM (1).
           MOVE WS-OPENED-CNT          TO WS-PIC-COUNTER.
           MOVE WS-PIC-COUNTER         TO WGLOB-MSG-PARM (2).
           MOVE WS-NO-COVER-CNT        TO WS-PIC-COUNTER.
           MOVE WS-PIC-COUNTER         TO WGLOB-MSG-PARM (3).
           PERFORM  0260-1000-GENERATE-MESSAGE
               THRU 0260-1000-GENERATE-MESSAGE-X.

      *MSG: CLOSED - ISSUED @1, DECLINED @2, WITHDRAWN @3, EXPIRED @4
           MOVE 'AS95370007'           TO WGLOB-MSG-REF-INFO.
           MOVE WS-ISSUED-CNT          TO WS-PIC-COUNTER.
           MOVE WS-PIC-COUNTER         TO WGLOB-MSG-PARM (1).
           MOVE WS-DECLINED-CNT        TO WS-PIC-COUNTER.
           MOVE WS-PIC-COUNTER         TO WGLOB-MSG-PARM (2).
           MOVE WS-WITHDRAWN-CNT       TO WS-PIC-COUNTER.
           MOVE WS-PIC-COUNTER         TO WGLOB-MSG-PARM (3).
           MOVE WS-EXPIRED-CNT         TO WS-PIC-COUNTER.
           MOVE WS-PIC-COUNTER         TO WGLOB-MSG-PARM (4).
           PERFORM  0260-1000-GENERATE-MESSAGE
               THRU 0260-1000-GENERATE-MESSAGE-X.

      *MSG: OPEN TEMPORARY COVERAGE @1, APPROACHING EXPIRY @2
           MOVE 'AS95370008'           TO WGLOB-MSG-REF-INFO.
           MOVE WS-OPEN-ROW-CNT        TO WS-PIC-COUNTER.
           MOVE WS-PIC-COUNTER         TO WGLOB-MSG-PARM (1).
           MOVE WS-NEAR-XPRY-CNT       TO WS-PIC-COUNTER.
           MOVE WS-PIC-COUNTER         TO WGLOB-MSG-PARM (2).
           PERFORM  0260-1000-GENERATE-MESSAGE
               THRU 0260-1000-GENERATE-MESSAGE-X.

       5000-PRINT-GRAND-TOTALS-X.
           EXIT.
      /
      *--------------------
       6000-PRINT-HEADINGS.
      *--------------------

           ADD  1                      TO WS-PAGE-CNT.
           MOVE WS-PAGE-CNT            TO WS-PIC-PAGE.

           MOVE SPACES                 TO WS-RPT-LINE.
           STRING 'CONDITIONAL RECEIPT TEMPORARY COVERAGE APPROACHING'
                  ' MAXIMUM PERIOD - COMPANY ' WGLOB-COMPANY-CODE
                  '   RUN ' WS-RUN-DT-CCYYMMDD
                  '   PAGE ' WS-PIC-PAGE
                  DELIMITED BY SIZE
                  INTO WS-RPT-LINE.
           MOVE SPACES                 TO RTCVR-SEQ-REC-INFO.
           SET  RTCVR-NEW-PAGE         TO TRUE.
           MOVE WS-RPT-LINE            TO RTCVR-LINE-TXT.
           PERFORM  TCVR-2000-WRITE
               THRU TCVR-2000-WRITE-X.

           MOVE SPACES                 TO WS-RPT-LINE.
           PERFORM  6900-PRINT-LINE
               THRU 6900-PRINT-LINE-X.

           MOVE SPACES                 TO WS-RPT-LINE.
           STRING 'APPLICATION      PLAN             RECEIPT   '
                  ' OPENED      EXPIRES      DAYS'
                  '     COVERAGE AMOUNT'
                  DELIMITED BY SIZE
                  INTO WS-RPT-LINE.
           PERFORM  6900-PRINT-LINE
               THRU 6900-PRINT-LINE-X.

           MOVE SPACES                 TO WS-RPT-LINE.
           PERFORM  6900-PRINT-LINE
               THRU 6900-PRINT-LINE-X.

           MOVE 4                      TO WS-LINE-CNT.

       6000-PRINT-HEADINGS-X.
           EXIT.
      /
      *----------------
       6900-PRINT-LINE.
      *----------------

           MOVE SPACES                 TO RTCVR-SEQ-REC-INFO.
           MOVE WS-RPT-LINE            TO RTCVR-LINE-TXT.

           PERFORM  TCVR-2000-WRITE
               THRU TCVR-2000-WRITE-X.

           ADD  1                      TO WS-LINE-CNT.

       6900-PRINT-LINE-X.
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

           PERFORM  PLAV-5000-CLOSE
               THRU PLAV-5000-CLOSE-X.

           PERFORM  WDRW-5000-CLOSE
               THRU WDRW-5000-CLOSE-X.

           PERFORM  RUPL-4000-CLOSE
               THRU RUPL-4000-CLOSE-X.

           PERFORM  UCVG-4000-CLOSE
               THRU UCVG-4000-CLOSE-X.

           PERFORM  TCVR-5000-CLOSE
               THRU TCVR-5000-CLOSE-X.

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
       COPY ACPAUCVG.
       COPY ACPNUCVG.
       COPY ACPOUCVG.
       COPY ACPLUCVG.
      /
       COPY ACPIPLAV.
      /
       COPY ACPIWDRW.
      /
       COPY ACPITCVR.
      /
       COPY ACPBTCOV.
      /
      *****************************************************************
      * ERROR HANDLING ROUTINES                                       *
      *****************************************************************

       COPY XCPL0030.

       COPY XCPL0260.

      *****************************************************************
      **                 END OF PROGRAM ASBM9537                     **
      *****************************************************************
