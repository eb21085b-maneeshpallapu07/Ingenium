      *************************
       IDENTIFICATION DIVISION.
      *************************

       PROGRAM-ID. ASBM9516.

       COPY XCWWCRHT.

      *****************************************************************
      **  MEMBER :  ASBM9516                                         **
      **  REMARKS:  MODEL PORTFOLIO EXPANSION.  THE UPLOAD MAY SEND  **
      **            A MODEL PORTFOLIO IN PLACE OF FUND ROWS - ONE    **
      **            UFND ROW WHOSE FUND ID AND MODEL CODE ARE BOTH   **
      **            THE MODEL CODE AND WHOSE MODEL DATE IS THE       **
      **            SIGNATURE DATE.  EACH SUCH ROW ON THE RUFND      **
      **            EXTRACT IS REPLACED BY THE FUND ROWS OF THE      **
      **            MODEL VERSION EFFECTIVE ON THAT DATE, TAKEN FROM **
      **            THE MPRT MODEL PORTFOLIO MASTER, EACH PERCENTAGE **
      **            SPREAD BY THE MODEL'S FUND ALLOCATION.  THE NEW  **
      **            ROWS KEEP THE MODEL CODE (AND THE VERSION DATE)  **
      **            SO LATER REBALANCING CAN FOLLOW THE MODEL.  THE  **
      **            UFND TABLE IS CHANGED THE SAME WAY, ONE COVERAGE **
      **            AT A TIME, AND THE EXPANDED EXTRACT IS WRITTEN   **
      **            TO MPRX, WHICH THE JCL PASSES TO THE PREMIUM     **
      **            SPLIT VALIDATION (ASBM9404) IN PLACE OF RUFND.   **
      **                                                             **
      **            A MODEL ROW THAT CANNOT BE EXPANDED IS LEFT AS   **
      **            IT IS, SO ASBM9404 HOLDS THE APPLICATION ON AN   **
      **            UNKNOWN FUND.  A RERUN FINDS ROWS ALREADY ADDED  **
      **            OR DELETED AND DOES NOT CHANGE THEM AGAIN.       **
      **                                                             **
      **            THE MASTER MUST BE IN MODEL CODE, EFFECTIVE DATE **
      **            AND FUND ORDER; THE EXTRACT IN UFND KEY ORDER.   **
      **                                                             **
      **  DOMAIN :  UW                                               **
      **  CLASS  :  PD                                               **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
536182**  15OCT26  DEV    NEW PROGRAM                                **
      *****************************************************************

      **********************
       ENVIRONMENT DIVISION.
      **********************

       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY ACSSMPRT.
       COPY ACSSMPRX.

      ***************
       DATA DIVISION.
      ***************

       FILE SECTION.

       COPY ACSDMPRT.

       COPY ACSRMPRT.

       COPY ACSDMPRX.

       COPY ACSRMPRX.

       WORKING-STORAGE SECTION.

       COPY XCWWPGWS REPLACING '$VAR1' BY 'ASBM9516'.

       COPY SQLCA.

       01  WS-COUNTERS.
           05  WS-MPRT-REC-READ             PIC 9(07)  VALUE ZEROS.
           05  WS-RUFND-REC-READ            PIC 9(07)  VALUE ZEROS.
           05  WS-MPRX-REC-WRITTEN          PIC 9(07)  VALUE ZEROS.
           05  WS-MDL-ROW-CNT               PIC 9(07)  VALUE ZEROS.
           05  WS-MDL-EXPANDED-CNT          PIC 9(07)  VALUE ZEROS.
           05  WS-MDL-NOT-EXPANDED-CNT      PIC 9(07)  VALUE ZEROS.
           05  WS-UFND-ADDED-CNT            PIC 9(07)  VALUE ZEROS.
           05  WS-UFND-DELETED-CNT          PIC 9(07)  VALUE ZEROS.
           05  WS-EXCP-CNT                  PIC 9(07)  VALUE ZEROS.
           05  WS-PIC-COUNTER               PIC Z(06)9.

       01  WS-PGM-WORK-AREA.
           05  WS-RUN-DT-CCYYMMDD           PIC 9(08)  VALUE ZEROS.
           05  WS-RUN-DT-R                  REDEFINES
                                            WS-RUN-DT-CCYYMMDD.
               10  WS-RUN-DT-CC             PIC X(04).
               10  WS-RUN-DT-MM             PIC X(02).
               10  WS-RUN-DT-DD             PIC X(02).
           05  WS-RUN-DT-ISO.
               10  WS-RUN-ISO-CC            PIC X(04).
               10  FILLER                   PIC X(01)  VALUE '-'.
               10  WS-RUN-ISO-MM            PIC X(02).
               10  FILLER                   PIC X(01)  VALUE '-'.
               10  WS-RUN-ISO-DD            PIC X(02).
           05  WS-ISO-DT                    PIC X(10).
           05  WS-ISO-DT-CCYYMMDD-GRP.
               10  WS-ISO-DT-CCYY           PIC X(04).
               10  WS-ISO-DT-MM             PIC X(02).
               10  WS-ISO-DT-DD             PIC X(02).
           05  WS-ISO-DT-R                  REDEFINES
               WS-ISO-DT-CCYYMMDD-GRP.
               10  WS-ISO-DT-CCYY-N         PIC 9(04).
               10  WS-ISO-DT-MM-N           PIC 9(02).
               10  WS-ISO-DT-DD-N           PIC 9(02).
           05  WS-ISO-DT-SW                 PIC X(01).
               88  WS-ISO-DT-VALID                VALUE 'Y'.
               88  WS-ISO-DT-INVALID              VALUE 'N'.
           05  WS-MDL-FIND-CD               PIC X(05).
           05  WS-MDL-APPL-DT               PIC X(10).
           05  WS-MDL-VER-DT                PIC X(10).
           05  WS-MDL-FND-CNT               PIC S9(04) COMP.
           05  WS-MDL-VER-TOT-PCT           PIC 9(05)V9(04).
           05  WS-MDL-DISP-PCT              PIC ZZ9.9999.
           05  WS-MDL-CD-SW                 PIC X(01).
               88  WS-MDL-CD-FOUND                VALUE 'Y'.
               88  WS-MDL-CD-NOT-FOUND            VALUE 'N'.
           05  WS-MDL-FAIL-SW               PIC X(01).
               88  WS-MDL-FAILED                  VALUE 'Y'.
               88  WS-MDL-NOT-FAILED              VALUE 'N'.
           05  WS-DUP-FND-ID                PIC X(05).

      * THE PLACEHOLDER ROW'S FOUR PERCENTAGES, AND THE RUNNING
      * TOTALS GIVEN OUT TO THE MODEL'S FUNDS SO FAR.  THE LAST FUND
      * TAKES THE ROUNDING REMAINDER SO EACH COLUMN STILL ADDS UP.

           05  WS-PH-PCT-AREA.
               10  WS-PH-INIT-PREM-PCT      PIC S9(03)V9(04) COMP-3.
               10  WS-PH-SUBSEQ-PREM-PCT    PIC S9(03)V9(04) COMP-3.
               10  WS-PH-INIT-LMPSM-PCT     PIC S9(03)V9(04) COMP-3.
               10  WS-PH-CNVR-FND-PCT       PIC S9(03)V9(04) COMP-3.
           05  WS-GIVEN-PCT-AREA.
               10  WS-GIVEN-INIT-PREM-PCT   PIC S9(05)V9(04) COMP-3.
               10  WS-GIVEN-SUBSEQ-PREM-PCT PIC S9(05)V9(04) COMP-3.
               10  WS-GIVEN-INIT-LMPSM-PCT  PIC S9(05)V9(04) COMP-3.
               10  WS-GIVEN-CNVR-FND-PCT    PIC S9(05)V9(04) COMP-3.

      * THE MODEL PORTFOLIO MASTER, ONE ENTRY PER FUND OF EACH
      * MODEL VERSION, IN MODEL / EFFECTIVE DATE / FUND ORDER.

       01  WS-MDL-WORK-AREA.
           05  WS-MDL-MAX                   PIC S9(04) COMP VALUE +3000.
           05  WS-MDL-CNT                   PIC S9(04) COMP VALUE ZERO.
           05  WS-MDL-SUB                   PIC S9(04) COMP.
           05  WS-MDL-TBL.
               10  WS-MDL-ENTRY             OCCURS 3000 TIMES.
                   15  WS-MDL-PORT-CD       PIC X(05).
                   15  WS-MDL-EFF-DT        PIC X(10).
                   15  WS-MDL-FND-ID        PIC X(05).
                   15  WS-MDL-ALLOC-PCT     PIC 9(03)V9(04).
           05  WS-MDL-OVRFLW-SW             PIC X(01)  VALUE 'N'.
               88  WS-MDL-OVERFLOW                VALUE 'Y'.

      * THE EXTRACT ROWS OF ONE COVERAGE (APP, STICKER AND PLAN).
      * A ROW IS A FUND CHOSEN ON ITS OWN, A MODEL PLACEHOLDER, A
      * PLACEHOLDER REPLACED BY ITS FUNDS, OR A FUND ADDED FROM THE
      * MODEL.  THE REPLACED PLACEHOLDER IS NOT WRITTEN.

       01  WS-GRP-WORK-AREA.
           05  WS-GRP-MAX                   PIC S9(04) COMP VALUE +200.
           05  WS-GRP-CNT                   PIC S9(04) COMP VALUE ZERO.
           05  WS-GRP-READ-CNT              PIC S9(04) COMP VALUE ZERO.
           05  WS-GRP-MDL-CNT               PIC S9(04) COMP VALUE ZERO.
           05  WS-GRP-SUB                   PIC S9(04) COMP.
           05  WS-GRP-CHK-SUB               PIC S9(04) COMP.
           05  WS-GRP-LAST-ADD-SUB          PIC S9(04) COMP.
           05  WS-GRP-LOW-SUB               PIC S9(04) COMP.
           05  WS-GRP-APP-ID                PIC X(15).
           05  WS-GRP-STCKR-ID              PIC X(11).
           05  WS-GRP-PLAN-ID               PIC X(15).
           05  WS-GRP-TBL.
               10  WS-GRP-ENTRY             OCCURS 200 TIMES.
                   15  WS-GRP-ROW           PIC X(82).
                   15  WS-GRP-FND-ID        PIC X(05).
                   15  WS-GRP-ROW-TYP-CD    PIC X(01).
                       88  WS-GRP-ROW-FUND            VALUE 'F'.
                       88  WS-GRP-ROW-MODEL           VALUE 'M'.
                       88  WS-GRP-ROW-REPLACED        VALUE 'R'.
                       88  WS-GRP-ROW-ADDED           VALUE 'A'.
                   15  WS-GRP-WRITTEN-SW    PIC X(01).
                       88  WS-GRP-WRITTEN             VALUE 'Y'.
                       88  WS-GRP-NOT-WRITTEN         VALUE 'N'.
           05  WS-GRP-MODEL-SW              PIC X(01).
               88  WS-GRP-HAS-MODEL               VALUE 'Y'.
               88  WS-GRP-NO-MODEL                VALUE 'N'.
           05  WS-GRP-EXPANDED-SW           PIC X(01).
               88  WS-GRP-EXPANDED                VALUE 'Y'.
               88  WS-GRP-NOT-EXPANDED            VALUE 'N'.
           05  WS-GRP-OVRFLW-SW             PIC X(01).
               88  WS-GRP-OVERFLOW                VALUE 'Y'.
               88  WS-GRP-NO-OVERFLOW             VALUE 'N'.
           05  WS-GRP-DONE-SW               PIC X(01).
               88  WS-GRP-ALL-WRITTEN             VALUE 'Y'.
               88  WS-GRP-NOT-ALL-WRITTEN         VALUE 'N'.
           05  WS-SAVE-RUFND-REC            PIC X(82).
      /
       COPY XCWTFCMD.
      /
       COPY ACSWMPRT.
       COPY ACSWMPRX.
       COPY ACSWRUFN.
      /
       COPY XCWL0035.
      /
      *****************************************************************
      * INPUT PARAMETER INFORMATION                                   *
      *****************************************************************

       01  WGLOB-GLOBAL-AREA.
       COPY XCWWGLOB.

       COPY ACFRUFND.

       COPY ACFWUFND.
      /
       PROCEDURE DIVISION.

      *--------------
       0000-MAINLINE.
      *--------------

           PERFORM  0100-OPEN-FILES
               THRU 0100-OPEN-FILES-X.

           PERFORM  0200-INITIALIZE
               THRU 0200-INITIALIZE-X.

           PERFORM  MPRT-1000-READ
               THRU MPRT-1000-READ-X.

           PERFORM  1000-LOAD-MODEL-TABLE
               THRU 1000-LOAD-MODEL-TABLE-X
               UNTIL WMPRT-SEQ-IO-EOF
               OR    WS-MDL-OVERFLOW.

      *
      * ON A MASTER TABLE OVERFLOW NOTHING IS EXPANDED AND NO
      * EXTRACT IS WRITTEN - THE RUN ENDS ON THE ABORT MESSAGE.
      *
           IF   NOT WS-MDL-OVERFLOW
                PERFORM  RUFN-1000-READ
                    THRU RUFN-1000-READ-X

                PERFORM  2000-PROCESS-COVERAGE
                    THRU 2000-PROCESS-COVERAGE-X
                    UNTIL WRUFN-SEQ-IO-EOF
           END-IF.

           PERFORM  6000-PRINT-GRAND-TOTALS
               THRU 6000-PRINT-GRAND-TOTALS-X.

           PERFORM  9999-CLOSE-FILES
               THRU 9999-CLOSE-FILES-X.

           IF   WS-MDL-OVERFLOW
                MOVE 8                 TO RETURN-CODE
           ELSE
                IF   WS-EXCP-CNT       > ZERO
                     MOVE 4            TO RETURN-CODE
                END-IF
           END-IF.

           STOP RUN.

       0000-MAINLINE-X.
           EXIT.
      /
      *----------------
       0100-OPEN-FILES.
      *----------------

           PERFORM  MPRT-3000-OPEN-INPUT
               THRU MPRT-3000-OPEN-INPUT-X.

           PERFORM  RUFN-3000-OPEN-INPUT
               THRU RUFN-3000-OPEN-INPUT-X.

           PERFORM  MPRX-4000-OPEN-OUTPUT
               THRU MPRX-4000-OPEN-OUTPUT-X.

       0100-OPEN-FILES-X.
           EXIT.
      /
      *----------------
       0200-INITIALIZE.
      *----------------

           ACCEPT  WS-RUN-DT-CCYYMMDD  FROM DATE YYYYMMDD.

           MOVE WS-RUN-DT-CC           TO WS-RUN-ISO-CC.
           MOVE WS-RUN-DT-MM           TO WS-RUN-ISO-MM.
           MOVE WS-RUN-DT-DD           TO WS-RUN-ISO-DD.

           SET  WUFND-ENVRMNT-BATCH    TO TRUE.

       0200-INITIALIZE-X.
           EXIT.
      /
      *----------------------
       1000-LOAD-MODEL-TABLE.
      *----------------------

           ADD  1                      TO WS-MPRT-REC-READ.

           IF   WS-MDL-CNT NOT         < WS-MDL-MAX
                SET  WS-MDL-OVERFLOW   TO TRUE
      *MSG: MODEL PORTFOLIO TABLE FULL - RUN INCOMPLETE - RC 8
                MOVE 'AS95160005'      TO WGLOB-MSG-REF-INFO
                PERFORM  0260-1000-GENERATE-MESSAGE
                    THRU 0260-1000-GENERATE-MESSAGE-X
                GO TO 1000-LOAD-MODEL-TABLE-X
           END-IF.

           ADD  1                      TO WS-MDL-CNT.

           MOVE RMPRT-MDL-PORT-CD      TO WS-MDL-PORT-CD (WS-MDL-CNT).
           MOVE RMPRT-EFF-DT           TO WS-MDL-EFF-DT (WS-MDL-CNT).
           MOVE RMPRT-FND-ID           TO WS-MDL-FND-ID (WS-MDL-CNT).
           MOVE RMPRT-ALLOC-PCT        TO WS-MDL-ALLOC-PCT
                                              (WS-MDL-CNT).

           PERFORM  MPRT-1000-READ
               THRU MPRT-1000-READ-X.

       1000-LOAD-MODEL-TABLE-X.
           EXIT.
      /
      *----------------------
       2000-PROCESS-COVERAGE.
      *----------------------

      *
      * COLLECTS THE EXTRACT ROWS OF ONE COVERAGE, EXPANDS ANY MODEL
      * ROW AMONG THEM, APPLIES THE CHANGE TO THE UFND TABLE AND
      * WRITES THE COVERAGE'S ROWS.  THE NEXT COVERAGE'S FIRST ROW,
      * ALREADY READ, IS PUT BACK AFTERWARDS.
      *
           MOVE RUFND-APP-ID           TO WS-GRP-APP-ID.
           MOVE RUFND-STCKR-ID         TO WS-GRP-STCKR-ID.
           MOVE RUFND-PLAN-ID          TO WS-GRP-PLAN-ID.
           MOVE ZERO                   TO WS-GRP-CNT
                                          WS-GRP-MDL-CNT.
           SET  WS-GRP-NO-MODEL        TO TRUE.
           SET  WS-GRP-NOT-EXPANDED    TO TRUE.
           SET  WS-GRP-NO-OVERFLOW     TO TRUE.

           PERFORM  2100-ADD-GROUP-ROW
               THRU 2100-ADD-GROUP-ROW-X
               UNTIL WRUFN-SEQ-IO-EOF
               OR    RUFND-APP-ID      NOT = WS-GRP-APP-ID
               OR    RUFND-STCKR-ID    NOT = WS-GRP-STCKR-ID
               OR    RUFND-PLAN-ID     NOT = WS-GRP-PLAN-ID.

           MOVE RUFND-REC-INFO         TO WS-SAVE-RUFND-REC.

           IF   WS-GRP-OVERFLOW
                ADD  WS-GRP-MDL-CNT    TO WS-MDL-NOT-EXPANDED-CNT
           END-IF.

           IF   WS-GRP-HAS-MODEL
           AND  WS-GRP-NO-OVERFLOW
                MOVE WS-GRP-CNT        TO WS-GRP-READ-CNT
                PERFORM  3000-EXPAND-MODEL
                    THRU 3000-EXPAND-MODEL-X
                    VARYING WS-GRP-SUB FROM 1 BY 1
                    UNTIL WS-GRP-SUB > WS-GRP-READ-CNT
           END-IF.

           IF   WS-GRP-EXPANDED
                PERFORM  4000-UPDATE-UFND-TABLE
                    THRU 4000-UPDATE-UFND-TABLE-X
           END-IF.

           SET  WS-GRP-NOT-ALL-WRITTEN TO TRUE.

           PERFORM  5000-WRITE-LOWEST-ROW
               THRU 5000-WRITE-LOWEST-ROW-X
               UNTIL WS-GRP-ALL-WRITTEN.

           MOVE WS-SAVE-RUFND-REC      TO RUFND-REC-INFO.

       2000-PROCESS-COVERAGE-X.
           EXIT.
      /
      *-------------------
       2100-ADD-GROUP-ROW.
      *-------------------

           ADD  1                      TO WS-RUFND-REC-READ.

           IF   RUFND-MDL-PORT-CD      > SPACES
           AND  RUFND-FND-ID           = RUFND-MDL-PORT-CD
                ADD  1                 TO WS-MDL-ROW-CNT
                                          WS-GRP-MDL-CNT
                SET  WS-GRP-HAS-MODEL  TO TRUE
           END-IF.

      *
      * A COVERAGE WITH MORE ROWS THAN THE TABLE HOLDS IS PASSED
      * THROUGH UNCHANGED; ANY MODEL ROW ON IT STAYS UNEXPANDED.
      *
           IF   WS-GRP-CNT NOT         < WS-GRP-MAX
                IF   WS-GRP-NO-OVERFLOW
                     SET  WS-GRP-OVERFLOW
                                       TO TRUE
                     ADD  1            TO WS-EXCP-CNT
      *MSG: COVERAGE @1 ON APP @2 HAS TOO MANY FUND ROWS - NOT EXPANDED
                     MOVE 'AS95160010' TO WGLOB-MSG-REF-INFO
                     MOVE RUFND-PLAN-ID
                                       TO WGLOB-MSG-PARM (1)
                     MOVE RUFND-APP-ID TO WGLOB-MSG-PARM (2)
                     PERFORM  0260-1000-GENERATE-MESSAGE
                         THRU 0260-1000-GENERATE-MESSAGE-X
                END-IF
                MOVE RUFND-REC-INFO    TO RMPRX-SEQ-REC-INFO
                PERFORM  MPRX-2000-WRITE
                    THRU MPRX-2000-WRITE-X
                ADD  1                 TO WS-MPRX-REC-WRITTEN
                GO TO 2100-ADD-GROUP-ROW-R
           END-IF.

           ADD  1                      TO WS-GRP-CNT.

           MOVE RUFND-REC-INFO         TO WS-GRP-ROW (WS-GRP-CNT).
           MOVE RUFND-FND-ID           TO WS-GRP-FND-ID (WS-GRP-CNT).
           SET  WS-GRP-NOT-WRITTEN (WS-GRP-CNT)
                                       TO TRUE.

           IF   RUFND-MDL-PORT-CD      > SPACES
           AND  RUFND-FND-ID           = RUFND-MDL-PORT-CD
                SET  WS-GRP-ROW-MODEL (WS-GRP-CNT)
                                       TO TRUE
           ELSE
                SET  WS-GRP-ROW-FUND (WS-GRP-CNT)
                                       TO TRUE
           END-IF.

       2100-ADD-GROUP-ROW-R.

           PERFORM  RUFN-1000-READ
               THRU RUFN-1000-READ-X.

       2100-ADD-GROUP-ROW-X.
           EXIT.
      /
      *------------------
       3000-EXPAND-MODEL.
      *------------------

           IF   NOT WS-GRP-ROW-MODEL (WS-GRP-SUB)
                GO TO 3000-EXPAND-MODEL-X
           END-IF.

           MOVE WS-GRP-ROW (WS-GRP-SUB)
                                       TO RUFND-REC-INFO.
           MOVE RUFND-MDL-PORT-CD      TO WS-MDL-FIND-CD.
           SET  WS-MDL-NOT-FAILED      TO TRUE.

      *
      * THE MODEL IS APPLIED AS IT STOOD ON THE SIGNATURE DATE; A
      * MISSING OR UNREADABLE DATE TAKES TODAY'S VERSION.
      *
           MOVE RUFND-MDL-DT           TO WS-ISO-DT.

           PERFORM  7000-CHECK-ISO-DATE
               THRU 7000-CHECK-ISO-DATE-X.

           IF   WS-ISO-DT-VALID
                MOVE RUFND-MDL-DT      TO WS-MDL-APPL-DT
           ELSE
                MOVE WS-RUN-DT-ISO     TO WS-MDL-APPL-DT
                ADD  1                 TO WS-EXCP-CNT
      *MSG: MODEL DATE @1 ON APP @2 IS NOT VALID - RUN DATE USED
                MOVE 'AS95160011'      TO WGLOB-MSG-REF-INFO
                MOVE RUFND-MDL-DT      TO WGLOB-MSG-PARM (1)
                MOVE RUFND-APP-ID      TO WGLOB-MSG-PARM (2)
                PERFORM  0260-1000-GENERATE-MESSAGE
                    THRU 0260-1000-GENERATE-MESSAGE-X
           END-IF.

           SET  WS-MDL-CD-NOT-FOUND    TO TRUE.
           MOVE SPACES                 TO WS-MDL-VER-DT.

           PERFORM  3100-FIND-VERSION
               THRU 3100-FIND-VERSION-X
               VARYING WS-MDL-SUB FROM 1 BY 1
               UNTIL WS-MDL-SUB > WS-MDL-CNT.

           IF   WS-MDL-CD-NOT-FOUND
      *MSG: MODEL @1 ON APP @2 IS NOT ON THE MODEL PORTFOLIO MASTER
                MOVE 'AS95160006'      TO WGLOB-MSG-REF-INFO
                MOVE WS-MDL-FIND-CD    TO WGLOB-MSG-PARM (1)
                MOVE RUFND-APP-ID      TO WGLOB-MSG-PARM (2)
                PERFORM  0260-1000-GENERATE-MESSAGE
                    THRU 0260-1000-GENERATE-MESSAGE-X
                GO TO 3000-EXPAND-MODEL-E
           END-IF.

           IF   WS-MDL-VER-DT          = SPACES
      *MSG: NO VERSION OF MODEL @1 EFFECTIVE ON @2 FOR APP @3
                MOVE 'AS95160007'      TO WGLOB-MSG-REF-INFO
                MOVE WS-MDL-FIND-CD    TO WGLOB-MSG-PARM (1)
                MOVE WS-MDL-APPL-DT    TO WGLOB-MSG-PARM (2)
                MOVE RUFND-APP-ID      TO WGLOB-MSG-PARM (3)
                PERFORM  0260-1000-GENERATE-MESSAGE
                    THRU 0260-1000-GENERATE-MESSAGE-X
                GO TO 3000-EXPAND-MODEL-E
           END-IF.

           MOVE ZERO                   TO WS-MDL-FND-CNT
                                          WS-MDL-VER-TOT-PCT.

           PERFORM  3200-CHECK-VERSION-FUND
               THRU 3200-CHECK-VERSION-FUND-X
               VARYING WS-MDL-SUB FROM 1 BY 1
               UNTIL WS-MDL-SUB > WS-MDL-CNT
               OR    WS-MDL-FAILED.

           IF   WS-MDL-FAILED
      *MSG: FUND @1 OF MODEL @2 IS ALREADY ON APP @3 - NOT EXPANDED
                MOVE 'AS95160009'      TO WGLOB-MSG-REF-INFO
                MOVE WS-DUP-FND-ID     TO WGLOB-MSG-PARM (1)
                MOVE WS-MDL-FIND-CD    TO WGLOB-MSG-PARM (2)
                MOVE RUFND-APP-ID      TO WGLOB-MSG-PARM (3)
                PERFORM  0260-1000-GENERATE-MESSAGE
                    THRU 0260-1000-GENERATE-MESSAGE-X
                GO TO 3000-EXPAND-MODEL-E
           END-IF.

           IF   WS-MDL-VER-TOT-PCT NOT = 100
                MOVE WS-MDL-VER-TOT-PCT
                                       TO WS-MDL-DISP-PCT
      *MSG: MODEL @1 VERSION @2 ALLOCATES @3 PERCENT - NOT EXPANDED
                MOVE 'AS95160008'      TO WGLOB-MSG-REF-INFO
                MOVE WS-MDL-FIND-CD    TO WGLOB-MSG-PARM (1)
                MOVE WS-MDL-VER-DT     TO WGLOB-MSG-PARM (2)
                MOVE WS-MDL-DISP-PCT   TO WGLOB-MSG-PARM (3)
                PERFORM  0260-1000-GENERATE-MESSAGE
                    THRU 0260-1000-GENERATE-MESSAGE-X
                GO TO 3000-EXPAND-MODEL-E
           END-IF.

           IF   WS-GRP-CNT + WS-MDL-FND-CNT
                                       > WS-GRP-MAX
      *MSG: COVERAGE @1 ON APP @2 HAS TOO MANY FUND ROWS - NOT EXPANDED
                MOVE 'AS95160010'      TO WGLOB-MSG-REF-INFO
                MOVE RUFND-PLAN-ID     TO WGLOB-MSG-PARM (1)
                MOVE RUFND-APP-ID      TO WGLOB-MSG-PARM (2)
                PERFORM  0260-1000-GENERATE-MESSAGE
                    THRU 0260-1000-GENERATE-MESSAGE-X
                GO TO 3000-EXPAND-MODEL-E
           END-IF.

           MOVE RUFND-SA-INIT-PREM-PCT TO WS-PH-INIT-PREM-PCT.
           MOVE RUFND-SA-SUBSEQ-PREM-PCT
                                       TO WS-PH-SUBSEQ-PREM-PCT.
           MOVE RUFND-SA-INIT-LMPSM-PCT
                                       TO WS-PH-INIT-LMPSM-PCT.
           MOVE RUFND-SA-CNVR-FND-PCT  TO WS-PH-CNVR-FND-PCT.
           MOVE ZERO                   TO WS-GIVEN-INIT-PREM-PCT
                                          WS-GIVEN-SUBSEQ-PREM-PCT
                                          WS-GIVEN-INIT-LMPSM-PCT
                                          WS-GIVEN-CNVR-FND-PCT.

           PERFORM  3300-ADD-MODEL-FUND
               THRU 3300-ADD-MODEL-FUND-X
               VARYING WS-MDL-SUB FROM 1 BY 1
               UNTIL WS-MDL-SUB > WS-MDL-CNT.

           PERFORM  3400-ADD-REMAINDER
               THRU 3400-ADD-REMAINDER-X.

           SET  WS-GRP-ROW-REPLACED (WS-GRP-SUB)
                                       TO TRUE.
           SET  WS-GRP-EXPANDED        TO TRUE.
           ADD  1                      TO WS-MDL-EXPANDED-CNT.

           GO TO 3000-EXPAND-MODEL-X.

       3000-EXPAND-MODEL-E.

           ADD  1                      TO WS-MDL-NOT-EXPANDED-CNT.
           ADD  1                      TO WS-EXCP-CNT.

       3000-EXPAND-MODEL-X.
           EXIT.
      /
      *------------------
       3100-FIND-VERSION.
      *------------------

      * THE VERSION APPLIED IS THE LATEST ONE EFFECTIVE ON OR
      * BEFORE THE DATE THE MODEL IS APPLIED AS OF.

           IF   WS-MDL-PORT-CD (WS-MDL-SUB) NOT = WS-MDL-FIND-CD
                GO TO 3100-FIND-VERSION-X
           END-IF.

           SET  WS-MDL-CD-FOUND        TO TRUE.

           IF   WS-MDL-EFF-DT (WS-MDL-SUB)     > WS-MDL-APPL-DT
                GO TO 3100-FIND-VERSION-X
           END-IF.

           IF   WS-MDL-EFF-DT (WS-MDL-SUB)     > WS-MDL-VER-DT
                MOVE WS-MDL-EFF-DT (WS-MDL-SUB)
                                       TO WS-MDL-VER-DT
           END-IF.

       3100-FIND-VERSION-X.
           EXIT.
      /
      *------------------------
       3200-CHECK-VERSION-FUND.
      *------------------------

      * TOTALS THE VERSION'S ALLOCATION AND MAKES SURE NONE OF ITS
      * FUNDS IS ALREADY ON THE COVERAGE - A FUND CHOSEN ON ITS OWN
      * OR ADDED BY AN EARLIER MODEL ROW.

           IF   WS-MDL-PORT-CD (WS-MDL-SUB) NOT = WS-MDL-FIND-CD
           OR   WS-MDL-EFF-DT (WS-MDL-SUB)  NOT = WS-MDL-VER-DT
                GO TO 3200-CHECK-VERSION-FUND-X
           END-IF.

           ADD  1                      TO WS-MDL-FND-CNT.
           ADD  WS-MDL-ALLOC-PCT (WS-MDL-SUB)
                                       TO WS-MDL-VER-TOT-PCT.

           PERFORM  3210-CHECK-DUP-FUND
               THRU 3210-CHECK-DUP-FUND-X
               VARYING WS-GRP-CHK-SUB FROM 1 BY 1
               UNTIL WS-GRP-CHK-SUB > WS-GRP-CNT
               OR    WS-MDL-FAILED.

       3200-CHECK-VERSION-FUND-X.
           EXIT.
      /
      *--------------------
       3210-CHECK-DUP-FUND.
      *--------------------

           IF   WS-GRP-ROW-FUND (WS-GRP-CHK-SUB)
           OR   WS-GRP-ROW-ADDED (WS-GRP-CHK-SUB)
                IF   WS-GRP-FND-ID (WS-GRP-CHK-SUB)
                                       = WS-MDL-FND-ID (WS-MDL-SUB)
                     SET  WS-MDL-FAILED
                                       TO TRUE
                     MOVE WS-MDL-FND-ID (WS-MDL-SUB)
                                       TO WS-DUP-FND-ID
                END-IF
           END-IF.

       3210-CHECK-DUP-FUND-X.
           EXIT.
      /
      *--------------------
       3300-ADD-MODEL-FUND.
      *--------------------

      * EACH FUND TAKES ITS SHARE OF EVERY PERCENTAGE ON THE MODEL
      * ROW AND CARRIES THE MODEL CODE AND THE VERSION DATE.

           IF   WS-MDL-PORT-CD (WS-MDL-SUB) NOT = WS-MDL-FIND-CD
           OR   WS-MDL-EFF-DT (WS-MDL-SUB)  NOT = WS-MDL-VER-DT
                GO TO 3300-ADD-MODEL-FUND-X
           END-IF.

           MOVE WS-GRP-ROW (WS-GRP-SUB)
                                       TO RUFND-REC-INFO.
           MOVE WS-MDL-FND-ID (WS-MDL-SUB)
                                       TO RUFND-FND-ID.
           MOVE WS-MDL-VER-DT          TO RUFND-MDL-DT.

           COMPUTE RUFND-SA-INIT-PREM-PCT ROUNDED =
               WS-PH-INIT-PREM-PCT * WS-MDL-ALLOC-PCT (WS-MDL-SUB)
                                   / 100.
           COMPUTE RUFND-SA-SUBSEQ-PREM-PCT ROUNDED =
               WS-PH-SUBSEQ-PREM-PCT * WS-MDL-ALLOC-PCT (WS-MDL-SUB)
                                     / 100.
           COMPUTE RUFND-SA-INIT-LMPSM-PCT ROUNDED =
               WS-PH-INIT-LMPSM-PCT * WS-MDL-ALLOC-PCT (WS-MDL-SUB)
                                    / 100.
           COMPUTE RUFND-SA-CNVR-FND-PCT ROUNDED =
               WS-PH-CNVR-FND-PCT * WS-MDL-ALLOC-PCT (WS-MDL-SUB)
                                  / 100.

           ADD  RUFND-SA-INIT-PREM-PCT TO WS-GIVEN-INIT-PREM-PCT.
           ADD  RUFND-SA-SUBSEQ-PREM-PCT
                                       TO WS-GIVEN-SUBSEQ-PREM-PCT.
           ADD  RUFND-SA-INIT-LMPSM-PCT
                                       TO WS-GIVEN-INIT-LMPSM-PCT.
           ADD  RUFND-SA-CNVR-FND-PCT  TO WS-GIVEN-CNVR-FND-PCT.

           ADD  1                      TO WS-GRP-CNT.
           MOVE WS-GRP-CNT             TO WS-GRP-LAST-ADD-SUB.

           MOVE RUFND-REC-INFO         TO WS-GRP-ROW (WS-GRP-CNT).
           MOVE RUFND-FND-ID           TO WS-GRP-FND-ID (WS-GRP-CNT).
           SET  WS-GRP-ROW-ADDED (WS-GRP-CNT)
                                       TO TRUE.
           SET  WS-GRP-NOT-WRITTEN (WS-GRP-CNT)
                                       TO TRUE.

       3300-ADD-MODEL-FUND-X.
           EXIT.
      /
      *-------------------
       3400-ADD-REMAINDER.
      *-------------------

           MOVE WS-GRP-ROW (WS-GRP-LAST-ADD-SUB)
                                       TO RUFND-REC-INFO.

           COMPUTE RUFND-SA-INIT-PREM-PCT =
               RUFND-SA-INIT-PREM-PCT
             + WS-PH-INIT-PREM-PCT - WS-GIVEN-INIT-PREM-PCT.
           COMPUTE RUFND-SA-SUBSEQ-PREM-PCT =
               RUFND-SA-SUBSEQ-PREM-PCT
             + WS-PH-SUBSEQ-PREM-PCT - WS-GIVEN-SUBSEQ-PREM-PCT.
           COMPUTE RUFND-SA-INIT-LMPSM-PCT =
               RUFND-SA-INIT-LMPSM-PCT
             + WS-PH-INIT-LMPSM-PCT - WS-GIVEN-INIT-LMPSM-PCT.
           COMPUTE RUFND-SA-CNVR-FND-PCT =
               RUFND-SA-CNVR-FND-PCT
             + WS-PH-CNVR-FND-PCT - WS-GIVEN-CNVR-FND-PCT.

           MOVE RUFND-REC-INFO         TO WS-GRP-ROW
                                              (WS-GRP-LAST-ADD-SUB).

       3400-ADD-REMAINDER-X.
           EXIT.
      /
      *-----------------------
       4000-UPDATE-UFND-TABLE.
      *-----------------------

      *
      * THE MODEL'S FUND ROWS ARE ADDED AND THE MODEL ROW DELETED,
      * THEN THE COVERAGE IS COMMITTED.  A ROW ALREADY ADDED OR
      * DELETED BY AN EARLIER RUN IS LEFT AS IT IS.
      *
           PERFORM  4100-INSERT-ADDED-ROW
               THRU 4100-INSERT-ADDED-ROW-X
               VARYING WS-GRP-CHK-SUB FROM 1 BY 1
               UNTIL WS-GRP-CHK-SUB > WS-GRP-CNT.

           PERFORM  4200-DELETE-MODEL-ROW
               THRU 4200-DELETE-MODEL-ROW-X
               VARYING WS-GRP-CHK-SUB FROM 1 BY 1
               UNTIL WS-GRP-CHK-SUB > WS-GRP-CNT.

           PERFORM  0035-1000-COMMIT
               THRU 0035-1000-COMMIT-X.

       4000-UPDATE-UFND-TABLE-X.
           EXIT.
      /
      *----------------------
       4100-INSERT-ADDED-ROW.
      *----------------------

           IF   NOT WS-GRP-ROW-ADDED (WS-GRP-CHK-SUB)
                GO TO 4100-INSERT-ADDED-ROW-X
           END-IF.

           MOVE WS-GRP-ROW (WS-GRP-CHK-SUB)
                                       TO RUFND-REC-INFO.
           MOVE RUFND-KEY              TO WUFND-KEY.
           MOVE RUFND-MDL-PORT-CD      TO WS-MDL-FIND-CD.

           PERFORM  UFND-1000-SELECT
               THRU UFND-1000-SELECT-X.

           IF   WUFND-IO-OK
                IF   RUFND-MDL-PORT-CD NOT = WS-MDL-FIND-CD
                     ADD  1            TO WS-EXCP-CNT
      *MSG: FUND @1 IS ALREADY ON THE UFND TABLE FOR APP @2 - NOT ADDED
                     MOVE 'AS95160012' TO WGLOB-MSG-REF-INFO
                     MOVE WUFND-FND-ID TO WGLOB-MSG-PARM (1)
                     MOVE WUFND-APP-ID TO WGLOB-MSG-PARM (2)
                     PERFORM  0260-1000-GENERATE-MESSAGE
                         THRU 0260-1000-GENERATE-MESSAGE-X
                END-IF
                GO TO 4100-INSERT-ADDED-ROW-X
           END-IF.

           IF   NOT WUFND-IO-NOT-FOUND
                GO TO 4100-INSERT-ADDED-ROW-E
           END-IF.

           MOVE WS-GRP-ROW (WS-GRP-CHK-SUB)
                                       TO RUFND-REC-INFO.

           PERFORM  UFND-5000-INSERT
               THRU UFND-5000-INSERT-X.

           IF   NOT WUFND-IO-OK
                GO TO 4100-INSERT-ADDED-ROW-E
           END-IF.

           ADD  1                      TO WS-UFND-ADDED-CNT.

           GO TO 4100-INSERT-ADDED-ROW-X.

       4100-INSERT-ADDED-ROW-E.

           PERFORM  4900-UPDATE-ERROR
               THRU 4900-UPDATE-ERROR-X.

       4100-INSERT-ADDED-ROW-X.
           EXIT.
      /
      *----------------------
       4200-DELETE-MODEL-ROW.
      *----------------------

           IF   NOT WS-GRP-ROW-REPLACED (WS-GRP-CHK-SUB)
                GO TO 4200-DELETE-MODEL-ROW-X
           END-IF.

           MOVE WS-GRP-ROW (WS-GRP-CHK-SUB)
                                       TO RUFND-REC-INFO.
           MOVE RUFND-KEY              TO WUFND-KEY.

           PERFORM  UFND-2000-SELECT-FOR-UPDATE
               THRU UFND-2000-SELECT-FOR-UPDATE-X.

           IF   WUFND-IO-OK
                PERFORM  UFND-3000-DELETE
                    THRU UFND-3000-DELETE-X
                IF   NOT WUFND-IO-OK
                     GO TO 4200-DELETE-MODEL-ROW-E
                END-IF
                ADD  1                 TO WS-UFND-DELETED-CNT
           ELSE
                IF   NOT WUFND-IO-NOT-FOUND
                     GO TO 4200-DELETE-MODEL-ROW-E
                END-IF
           END-IF.

           PERFORM  UFND-4000-CLOSE-UPDATE-CUR
               THRU UFND-4000-CLOSE-UPDATE-CUR-X.

           GO TO 4200-DELETE-MODEL-ROW-X.

       4200-DELETE-MODEL-ROW-E.

           PERFORM  4900-UPDATE-ERROR
               THRU 4900-UPDATE-ERROR-X.

       4200-DELETE-MODEL-ROW-X.
           EXIT.
      /
      *------------------
       4900-UPDATE-ERROR.
      *------------------

      *
      * A FAILED ADD OR DELETE ABENDS THE RUN SO DB2 ROLLS THE
      * COVERAGE'S UNCOMMITTED CHANGES BACK.  THE RERUN EXPANDS THE
      * SAME MODEL ROWS AND SKIPS THOSE ALREADY COMMITTED.
      *
      *MSG: UFND TABLE UPDATE FAILED FOR APP @1 - PROGRAM ABENDED
           MOVE 'AS95160013'           TO WGLOB-MSG-REF-INFO.
           MOVE WS-GRP-APP-ID          TO WGLOB-MSG-PARM (1).
           PERFORM  0260-1000-GENERATE-MESSAGE
               THRU 0260-1000-GENERATE-MESSAGE-X.
           PERFORM  0030-5000-LOGIC-ERROR
               THRU 0030-5000-LOGIC-ERROR-X.

       4900-UPDATE-ERROR-X.
           EXIT.
      /
      *----------------------
       5000-WRITE-LOWEST-ROW.
      *----------------------

      * WRITES THE COVERAGE'S ROWS IN FUND ORDER, ONE PER PASS,
      * LEAVING OUT A MODEL ROW THAT HAS BEEN REPLACED.

           MOVE ZERO                   TO WS-GRP-LOW-SUB.

           PERFORM  5100-CHECK-LOWER-ROW
               THRU 5100-CHECK-LOWER-ROW-X
               VARYING WS-GRP-CHK-SUB FROM 1 BY 1
               UNTIL WS-GRP-CHK-SUB > WS-GRP-CNT.

           IF   WS-GRP-LOW-SUB         = ZERO
                SET  WS-GRP-ALL-WRITTEN
                                       TO TRUE
                GO TO 5000-WRITE-LOWEST-ROW-X
           END-IF.

           MOVE WS-GRP-ROW (WS-GRP-LOW-SUB)
                                       TO RMPRX-SEQ-REC-INFO.

           PERFORM  MPRX-2000-WRITE
               THRU MPRX-2000-WRITE-X.

           ADD  1                      TO WS-MPRX-REC-WRITTEN.

           SET  WS-GRP-WRITTEN (WS-GRP-LOW-SUB)
                                       TO TRUE.

       5000-WRITE-LOWEST-ROW-X.
           EXIT.
      /
      *---------------------
       5100-CHECK-LOWER-ROW.
      *---------------------

           IF   WS-GRP-WRITTEN (WS-GRP-CHK-SUB)
           OR   WS-GRP-ROW-REPLACED (WS-GRP-CHK-SUB)
                GO TO 5100-CHECK-LOWER-ROW-X
           END-IF.

           IF   WS-GRP-LOW-SUB         = ZERO
                MOVE WS-GRP-CHK-SUB    TO WS-GRP-LOW-SUB
                GO TO 5100-CHECK-LOWER-ROW-X
           END-IF.

           IF   WS-GRP-FND-ID (WS-GRP-CHK-SUB)
                                       < WS-GRP-FND-ID (WS-GRP-LOW-SUB)
                MOVE WS-GRP-CHK-SUB    TO WS-GRP-LOW-SUB
           END-IF.

       5100-CHECK-LOWER-ROW-X.
           EXIT.
      /
      *------------------------
       6000-PRINT-GRAND-TOTALS.
      *------------------------

      *MSG: MODEL PORTFOLIO MASTER ROWS READ @1
           MOVE 'AS95160001'           TO WGLOB-MSG-REF-INFO.
           MOVE WS-MPRT-REC-READ       TO WS-PIC-COUNTER.
           MOVE WS-PIC-COUNTER         TO WGLOB-MSG-PARM (1).
           PERFORM  0260-1000-GENERATE-MESSAGE
               THRU 0260-1000-GENERATE-MESSAGE-X.

      *MSG: FUND ALLOCATION ROWS READ @1, WRITTEN @2
           MOVE 'AS95160002'           TO WGLOB-MSG-REF-INFO.
           MOVE WS-RUFND-REC-READ      TO WS-PIC-COUNTER.
           MOVE WS-PIC-COUNTER         TO WGLOB-MSG-PARM (1).
           MOVE WS-MPRX-REC-WRITTEN    TO WS-PIC-COUNTER.
           MOVE WS-PIC-COUNTER         TO WGLOB-MSG-PARM (2).
           PERFORM  0260-1000-GENERATE-MESSAGE
               THRU 0260-1000-GENERATE-MESSAGE-X.

      *MSG: MODEL ROWS FOUND @1, EXPANDED @2, LEFT UNEXPANDED @3
           MOVE 'AS95160003'           TO WGLOB-MSG-REF-INFO.
           MOVE WS-MDL-ROW-CNT         TO WS-PIC-COUNTER.
           MOVE WS-PIC-COUNTER         TO WGLOB-MSG-PARM (1).
           MOVE WS-MDL-EXPANDED-CNT    TO WS-PIC-COUNTER.
           MOVE WS-PIC-COUNTER         TO WGLOB-MSG-PARM (2).
           MOVE WS-MDL-NOT-EXPANDED-CNT
                                       TO WS-PIC-COUNTER.
           MOVE WS-PIC-COUNTER         TO WGLOB-MSG-PARM (3).
           PERFORM  0260-1000-GENERATE-MESSAGE
               THRU 0260-1000-GENERATE-MESSAGE-X.

      *MSG: UFND TABLE ROWS ADDED @1, MODEL ROWS DELETED @2
           MOVE 'AS95160004'           TO WGLOB-MSG-REF-INFO.
           MOVE WS-UFND-ADDED-CNT      TO WS-PIC-COUNTER.
           MOVE WS-PIC-COUNTER         TO WGLOB-MSG-PARM (1).
           MOVE WS-UFND-DELETED-CNT    TO WS-PIC-COUNTER.
           MOVE WS-PIC-COUNTER         TO WGLOB-MSG-PARM (2).
           PERFORM  0260-1000-GENERATE-MESSAGE
               THRU 0260-1000-GENERATE-MESSAGE-X.

       6000-PRINT-GRAND-TOTALS-X.
           EXIT.
      /
      *--------------------
       7000-CHECK-ISO-DATE.
      *--------------------

      * CHECKS THE CCYY-MM-DD DATE IN WS-ISO-DT FOR A READABLE
      * YEAR, MONTH AND DAY.

           SET  WS-ISO-DT-INVALID      TO TRUE.

           IF   WS-ISO-DT (5:1)        NOT = '-'
           OR   WS-ISO-DT (8:1)        NOT = '-'
                GO TO 7000-CHECK-ISO-DATE-X
           END-IF.

           MOVE WS-ISO-DT (1:4)        TO WS-ISO-DT-CCYY.
           MOVE WS-ISO-DT (6:2)        TO WS-ISO-DT-MM.
           MOVE WS-ISO-DT (9:2)        TO WS-ISO-DT-DD.

           IF   WS-ISO-DT-CCYYMMDD-GRP NOT NUMERIC
                GO TO 7000-CHECK-ISO-DATE-X
           END-IF.

           IF   WS-ISO-DT-CCYY-N       < 1900
           OR   WS-ISO-DT-MM-N         < 01
           OR   WS-ISO-DT-MM-N         > 12
           OR   WS-ISO-DT-DD-N         < 01
           OR   WS-ISO-DT-DD-N         > 31
                GO TO 7000-CHECK-ISO-DATE-X
           END-IF.

           SET  WS-ISO-DT-VALID        TO TRUE.

       7000-CHECK-ISO-DATE-X.
           EXIT.
      /
      *-----------------
       9999-CLOSE-FILES.
      *-----------------

           PERFORM  MPRT-5000-CLOSE
               THRU MPRT-5000-CLOSE-X.

           PERFORM  RUFN-4000-CLOSE
               THRU RUFN-4000-CLOSE-X.

           PERFORM  MPRX-5000-CLOSE
               THRU MPRX-5000-CLOSE-X.

       9999-CLOSE-FILES-X.
           EXIT.
      /
      *****************************************************************
      * I/O PROCESSING COPYBOOKS                                      *
      *****************************************************************

       COPY ACPIMPRT.
      /
       COPY ACPIMPRX.
      /
       COPY ACPARUFN.
       COPY ACPNRUFN.
       COPY ACPORUFN.
       COPY ACPLRUFN.
      /
       COPY ACPNUFND.
      /
      *****************************************************************
      * ERROR HANDLING ROUTINES                                       *
      *****************************************************************

       COPY XCPL0030.

       COPY XCPL0035.

       COPY XCPL0260.

      *****************************************************************
      **                 END OF PROGRAM ASBM9516                     **
      *****************************************************************
