      *************************
       IDENTIFICATION DIVISION.
      *************************

       PROGRAM-ID. ASBM9533.

       COPY XCWWCRHT.

      *****************************************************************
      **  MEMBER :  ASBM9533                                         **
      **  REMARKS:  IFRS 17 CONTRACT GROUP ASSIGNMENT.  RUN AFTER    **
      **            THE CONVERSION RUN, IT MERGES THE RUPOL EXTRACT  **
      **            (SORTED BY APP ID) WITH THE PRIOR GENERATION OF  **
      **            THE CONTRACT GROUP REGISTER (ICGI) AND WRITES    **
      **            THE NEW GENERATION (ICGO).  A CONVERTED POLICY   **
      **            NOT YET ON THE REGISTER IS ASSIGNED TO A         **
      **            PORTFOLIO AND PROFITABILITY GROUP FROM THE ICGR  **
      **            GROUPING RULE MASTER - THE MOST SPECIFIC ROW FOR **
      **            ITS PLAN, PRODUCT LINE (PLOB PLAN MASTER) AND    **
      **            PAYMENT CURRENCY IN FORCE ON ITS ISSUE DATE -    **
      **            AND TO THE ANNUAL COHORT OF THAT ISSUE DATE.     **
      **            A POLICY ALREADY ON THE REGISTER IS RE-RESOLVED  **
      **            AGAINST THE RULES FOR ITS ISSUE DATE; WHEN A     **
      **            CORRECTED RULE GIVES A DIFFERENT GROUP THE       **
      **            CURRENT ROW IS CLOSED AS SUPERSEDED AND A        **
      **            RECLASSIFIED ROW ADDED, SO THE HISTORY IS KEPT.  **
      **            ROWS FOR APPLICATIONS NO LONGER ON THE UPLOAD    **
      **            TABLES ARE CARRIED FORWARD UNCHANGED.            **
      **                                                             **
      **            A CONVERTED POLICY NO RULE COVERS IS LEFT OFF    **
      **            THE REGISTER (AND PICKED UP ON A LATER RUN ONCE  **
      **            THE RULE IS ADDED) AND ENDS THE STEP RC 4, AS    **
      **            DOES A PLAN NOT ON THE PLOB MASTER.  A FULL      **
      **            TABLE ENDS THE STEP RC 8 WITHOUT A NEW REGISTER  **
      **            GENERATION.                                      **
      **                                                             **
      **            JCL PARM:  BYTES 1-2   COMPANY                   **
      **                                                             **
      **  DOMAIN :  AC                                               **
      **  CLASS  :  PD                                               **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
572903**  15OCT26  DEV    NEW PROGRAM                                **
      *****************************************************************

      **********************
       ENVIRONMENT DIVISION.
      **********************

       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY ACSSPLOB.
       COPY ACSSICGR.
       COPY ACSSICGI.
       COPY ACSSICGO.

      ***************
       DATA DIVISION.
      ***************

       FILE SECTION.

       COPY ACSDPLOB.

       COPY ACSRPLOB.

       COPY ACSDICGR.

       COPY ACSRICGR.

       COPY ACSDICGI.

       COPY ACSRICGI.

       COPY ACSDICGO.

       COPY ACSRICGO.

       WORKING-STORAGE SECTION.

       COPY XCWWPGWS REPLACING '$VAR1' BY 'ASBM9533'.

       COPY SQLCA.

       01  WS-COUNTERS.
           05  WS-RUPOL-REC-READ            PIC 9(07)  VALUE ZEROS.
           05  WS-ICGI-REC-READ             PIC 9(07)  VALUE ZEROS.
           05  WS-ICGO-REC-WRITTEN          PIC 9(07)  VALUE ZEROS.
           05  WS-ASSIGNED-CNT              PIC 9(07)  VALUE ZEROS.
           05  WS-RECLASS-CNT               PIC 9(07)  VALUE ZEROS.
           05  WS-NO-RULE-CNT               PIC 9(07)  VALUE ZEROS.
           05  WS-NO-LOB-CNT                PIC 9(07)  VALUE ZEROS.
           05  WS-PIC-COUNTER               PIC Z(06)9.

       01  WS-DEFAULTS.
           05  WS-DFLT-LOB-CD               PIC X(03)  VALUE 'UNK'.
           05  WS-ALL-PLANS                 PIC X(15)  VALUE ALL '*'.
           05  WS-ALL-LOBS                  PIC X(03)  VALUE ALL '*'.
           05  WS-ALL-CRCYS                 PIC X(02)  VALUE ALL '*'.

       01  WS-PGM-WORK-AREA.
           05  WS-RUN-DT-CCYYMMDD           PIC 9(08)  VALUE ZEROS.
           05  WS-RUN-DT                    PIC X(10).
           05  WS-LOB-CD                    PIC X(03).
           05  WS-MAX-RC                    PIC 9(02)  VALUE ZERO.

      * THE GROUP THE RULES GIVE THE POLICY ON THIS RUN.

       01  WS-RSLV-WORK-AREA.
           05  WS-RSLV-FOUND-SW             PIC X(01).
               88  WS-RSLV-FOUND                  VALUE 'Y'.
           05  WS-RSLV-SCORE                PIC S9(04) COMP.
           05  WS-RSLV-BEST-SCORE           PIC S9(04) COMP.
           05  WS-RSLV-GRP-INFO.
               10  WS-RSLV-PORTF-CD         PIC X(04).
               10  WS-RSLV-COHORT-YR        PIC X(04).
               10  WS-RSLV-PROF-GRP-CD      PIC X(01).

      * THE APPLICATION'S CURRENT REGISTER ROW, HELD UNTIL ITS RUPOL
      * ROW DECIDES WHETHER IT STANDS OR IS SUPERSEDED.

       01  WS-HOLD-WORK-AREA.
           05  WS-HOLD-SW                   PIC X(01).
               88  WS-HOLD-CURRENT                VALUE 'Y'.
           05  WS-HOLD-LAST-SEQ-NUM         PIC 9(03).
           05  WS-HOLD-REC-INFO             PIC X(100).
           05  WS-GRP-DISP.
               10  WS-GRP-DISP-PORTF-CD     PIC X(04).
               10  FILLER                   PIC X(01)  VALUE '/'.
               10  WS-GRP-DISP-COHORT-YR    PIC X(04).
               10  FILLER                   PIC X(01)  VALUE '/'.
               10  WS-GRP-DISP-PROF-GRP-CD  PIC X(01).

      * PLAN LINE-OF-BUSINESS MASTER.

       01  WS-PLOB-WORK-AREA.
           05  WS-PLOB-MAX                  PIC S9(04) COMP VALUE +1000.
           05  WS-PLOB-CNT                  PIC S9(04) COMP VALUE ZERO.
           05  WS-PLOB-SUB                  PIC S9(04) COMP.
           05  WS-PLOB-USE-SUB              PIC S9(04) COMP.
           05  WS-PLOB-DFLT-SUB             PIC S9(04) COMP.
           05  WS-PLOB-TBL.
               10  WS-PLOB-ENTRY            OCCURS 1000 TIMES.
                   15  WS-PLOB-PLAN-ID      PIC X(15).
                   15  WS-PLOB-LOB-CD       PIC X(03).
           05  WS-PLOB-OVRFLW-SW            PIC X(01)  VALUE 'N'.
               88  WS-PLOB-OVERFLOW               VALUE 'Y'.

      * CONTRACT GROUPING RULE MASTER.

       01  WS-ICGR-WORK-AREA.
           05  WS-ICGR-MAX                  PIC S9(04) COMP VALUE +2000.
           05  WS-ICGR-CNT                  PIC S9(04) COMP VALUE ZERO.
           05  WS-ICGR-SUB                  PIC S9(04) COMP.
           05  WS-ICGR-TBL.
               10  WS-ICGR-ENTRY            OCCURS 2000 TIMES.
                   15  WS-ICGR-PLAN-ID      PIC X(15).
                   15  WS-ICGR-LOB-CD       PIC X(03).
                   15  WS-ICGR-CRCY-CD      PIC X(02).
                   15  WS-ICGR-EFF-FROM-DT  PIC X(10).
                   15  WS-ICGR-EFF-TO-DT    PIC X(10).
                   15  WS-ICGR-PORTF-CD     PIC X(04).
                   15  WS-ICGR-PROF-GRP-CD  PIC X(01).
           05  WS-ICGR-OVRFLW-SW            PIC X(01)  VALUE 'N'.
               88  WS-ICGR-OVERFLOW               VALUE 'Y'.
      /
       COPY XCWTFCMD.
      /
       COPY ACSWRUPL.
       COPY ACSWPLOB.
       COPY ACSWICGR.
       COPY ACSWICGI.
       COPY ACSWICGO.
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
               10  FILLER                  PIC X(28).
      /
       PROCEDURE DIVISION USING LK-PARM-AREA.

      *--------------
       0000-MAINLINE.
      *--------------

           PERFORM  0100-OPEN-FILES
               THRU 0100-OPEN-FILES-X.

           PERFORM  0200-INITIALIZE
               THRU 0200-INITIALIZE-X.

           PERFORM  1000-LOAD-PLAN-LOB
               THRU 1000-LOAD-PLAN-LOB-X.

           PERFORM  1200-LOAD-RULES
               THRU 1200-LOAD-RULES-X.

      *
      * A PARTIAL TABLE WOULD MISASSIGN OR RECLASSIFY POLICIES - THE
      * REGISTER IS NOT CARRIED FORWARD, THE RUN ENDS ON THE ABORT
      * MESSAGE AND THE NEXT RUN WORKS FROM THE SAME GENERATION.
      *
           IF   NOT WS-PLOB-OVERFLOW
           AND  NOT WS-ICGR-OVERFLOW
                PERFORM  ICGI-1000-READ
                    THRU ICGI-1000-READ-X

                PERFORM  RUPL-1000-READ
                    THRU RUPL-1000-READ-X

                PERFORM  2000-PROCESS-POLICY
                    THRU 2000-PROCESS-POLICY-X
                    UNTIL WRUPL-SEQ-IO-EOF

      * REGISTER ROWS PAST THE LAST UPLOAD APPLICATION.

                PERFORM  2110-CARRY-REGISTER-ROW
                    THRU 2110-CARRY-REGISTER-ROW-X
                    UNTIL WICGI-SEQ-IO-EOF
           END-IF.

           PERFORM  5000-PRINT-GRAND-TOTALS
               THRU 5000-PRINT-GRAND-TOTALS-X.

           PERFORM  9999-CLOSE-FILES
               THRU 9999-CLOSE-FILES-X.

           IF   WS-NO-RULE-CNT         > ZERO
           OR   WS-NO-LOB-CNT          > ZERO
                MOVE 4                 TO WS-MAX-RC
           END-IF.

           IF   WS-PLOB-OVERFLOW
           OR   WS-ICGR-OVERFLOW
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

           PERFORM  PLOB-3000-OPEN-INPUT
               THRU PLOB-3000-OPEN-INPUT-X.

           PERFORM  ICGR-3000-OPEN-INPUT
               THRU ICGR-3000-OPEN-INPUT-X.

           PERFORM  ICGI-3000-OPEN-INPUT
               THRU ICGI-3000-OPEN-INPUT-X.

           PERFORM  RUPL-3000-OPEN-INPUT
               THRU RUPL-3000-OPEN-INPUT-X.

           PERFORM  ICGO-4000-OPEN-OUTPUT
               THRU ICGO-4000-OPEN-OUTPUT-X.

       0100-OPEN-FILES-X.
           EXIT.
      /
      *----------------
       0200-INITIALIZE.
      *----------------

           ACCEPT  WS-RUN-DT-CCYYMMDD  FROM DATE YYYYMMDD.

           MOVE WS-RUN-DT-CCYYMMDD (1:4)    TO WS-RUN-DT (1:4).
           MOVE '-'                         TO WS-RUN-DT (5:1).
           MOVE WS-RUN-DT-CCYYMMDD (5:2)    TO WS-RUN-DT (6:2).
           MOVE '-'                         TO WS-RUN-DT (8:1).
           MOVE WS-RUN-DT-CCYYMMDD (7:2)    TO WS-RUN-DT (9:2).

           IF   LK-PARM-LEN                  > ZERO
           AND  LK-COMPANY-CODE              > SPACES
                MOVE LK-COMPANY-CODE    TO WGLOB-COMPANY-CODE
           END-IF.

       0200-INITIALIZE-X.
           EXIT.
      /
      *-------------------
       1000-LOAD-PLAN-LOB.
      *-------------------

           MOVE ZERO                   TO WS-PLOB-DFLT-SUB.

           PERFORM  PLOB-1000-READ
               THRU PLOB-1000-READ-X.

           PERFORM  1100-LOAD-ONE-PLAN-LOB
               THRU 1100-LOAD-ONE-PLAN-LOB-X
               UNTIL WPLOB-SEQ-IO-EOF
               OR    WS-PLOB-OVERFLOW.

       1000-LOAD-PLAN-LOB-X.
           EXIT.
      /
      *-----------------------
       1100-LOAD-ONE-PLAN-LOB.
      *-----------------------

           IF   WS-PLOB-CNT            < WS-PLOB-MAX
                ADD  1                 TO WS-PLOB-CNT
                MOVE RPLOB-PLAN-ID     TO WS-PLOB-PLAN-ID
                                              (WS-PLOB-CNT)
                MOVE RPLOB-LOB-CD      TO WS-PLOB-LOB-CD
                                              (WS-PLOB-CNT)
                IF   RPLOB-PLAN-ID     = WS-ALL-PLANS
                     MOVE WS-PLOB-CNT  TO WS-PLOB-DFLT-SUB
                END-IF
           ELSE
                SET  WS-PLOB-OVERFLOW  TO TRUE
      *MSG: PLAN LINE-OF-BUSINESS TABLE FULL - RUN ABORTED - RC 8
                MOVE 'AS95330001'      TO WGLOB-MSG-REF-INFO
                PERFORM  0260-1000-GENERATE-MESSAGE
                    THRU 0260-1000-GENERATE-MESSAGE-X
           END-IF.

           PERFORM  PLOB-1000-READ
               THRU PLOB-1000-READ-X.

       1100-LOAD-ONE-PLAN-LOB-X.
           EXIT.
      /
      *----------------
       1200-LOAD-RULES.
      *----------------

           PERFORM  ICGR-1000-READ
               THRU ICGR-1000-READ-X.

           PERFORM  1300-LOAD-ONE-RULE
               THRU 1300-LOAD-ONE-RULE-X
               UNTIL WICGR-SEQ-IO-EOF
               OR    WS-ICGR-OVERFLOW.

       1200-LOAD-RULES-X.
           EXIT.
      /
      *-------------------
       1300-LOAD-ONE-RULE.
      *-------------------

      * A ROW WITH NO VALID PROFITABILITY GROUP CANNOT BE ASSIGNED.

           IF   NOT RICGR-PROF-GRP-VALID
           OR   RICGR-PORTF-CD         = SPACES
      *MSG: GROUPING RULE FOR PLAN @1 LINE @2 CURRENCY @3 IGNORED
                MOVE 'AS95330002'      TO WGLOB-MSG-REF-INFO
                MOVE RICGR-PLAN-ID     TO WGLOB-MSG-PARM (1)
                MOVE RICGR-LOB-CD      TO WGLOB-MSG-PARM (2)
                MOVE RICGR-CRCY-CD     TO WGLOB-MSG-PARM (3)
                PERFORM  0260-1000-GENERATE-MESSAGE
                    THRU 0260-1000-GENERATE-MESSAGE-X
                GO TO 1300-LOAD-ONE-RULE-R
           END-IF.

           IF   WS-ICGR-CNT            < WS-ICGR-MAX
                ADD  1                 TO WS-ICGR-CNT
                MOVE RICGR-PLAN-ID     TO WS-ICGR-PLAN-ID (WS-ICGR-CNT)
                MOVE RICGR-LOB-CD      TO WS-ICGR-LOB-CD (WS-ICGR-CNT)
                MOVE RICGR-CRCY-CD     TO WS-ICGR-CRCY-CD (WS-ICGR-CNT)
                MOVE RICGR-EFF-FROM-DT TO WS-ICGR-EFF-FROM-DT
                                              (WS-ICGR-CNT)
                MOVE RICGR-EFF-TO-DT   TO WS-ICGR-EFF-TO-DT
                                              (WS-ICGR-CNT)
                MOVE RICGR-PORTF-CD    TO WS-ICGR-PORTF-CD
                                              (WS-ICGR-CNT)
                MOVE RICGR-PROF-GRP-CD TO WS-ICGR-PROF-GRP-CD
                                              (WS-ICGR-CNT)
           ELSE
                SET  WS-ICGR-OVERFLOW  TO TRUE
      *MSG: GROUPING RULE TABLE FULL - RUN ABORTED - RC 8
                MOVE 'AS95330003'      TO WGLOB-MSG-REF-INFO
                PERFORM  0260-1000-GENERATE-MESSAGE
                    THRU 0260-1000-GENERATE-MESSAGE-X
           END-IF.

       1300-LOAD-ONE-RULE-R.

           PERFORM  ICGR-1000-READ
               THRU ICGR-1000-READ-X.

       1300-LOAD-ONE-RULE-X.
           EXIT.
      /
      *--------------------
       2000-PROCESS-POLICY.
      *--------------------

           ADD  1                      TO WS-RUPOL-REC-READ.

           MOVE 'N'                    TO WS-HOLD-SW.
           MOVE ZERO                   TO WS-HOLD-LAST-SEQ-NUM.

      * EARLIER REGISTER ROWS BELONG TO APPLICATIONS NO LONGER ON THE
      * UPLOAD TABLES; THE APPLICATION'S OWN HISTORY IS WRITTEN AS IS
      * AND ITS CURRENT ROW HELD.

           PERFORM  2110-CARRY-REGISTER-ROW
               THRU 2110-CARRY-REGISTER-ROW-X
               UNTIL WICGI-SEQ-IO-EOF
               OR    RICGI-APP-ID NOT LESS THAN RUPOL-APP-ID.

           PERFORM  2120-TAKE-APP-HISTORY
               THRU 2120-TAKE-APP-HISTORY-X
               UNTIL WICGI-SEQ-IO-EOF
               OR    RICGI-APP-ID NOT = RUPOL-APP-ID.

           IF   NOT RUPOL-POL-ASGN
           OR   RUPOL-POL-CNV-DT       = SPACES
                GO TO 2000-PROCESS-POLICY-H
           END-IF.

           PERFORM  2500-FIND-PLAN-LOB
               THRU 2500-FIND-PLAN-LOB-X.

           PERFORM  2600-RESOLVE-GROUP
               THRU 2600-RESOLVE-GROUP-X.

           IF   NOT WS-HOLD-CURRENT
                PERFORM  3000-ASSIGN-INITIAL
                    THRU 3000-ASSIGN-INITIAL-X
                GO TO 2000-PROCESS-POLICY-R
           END-IF.

      * A RULE LATER WITHDRAWN LEAVES THE ASSIGNMENT AS IT STANDS.

           MOVE WS-HOLD-REC-INFO       TO RICGO-SEQ-REC-INFO.

           IF   WS-RSLV-FOUND
           AND  WS-RSLV-GRP-INFO   NOT = RICGO-GRP-INFO
                PERFORM  3100-RECLASSIFY
                    THRU 3100-RECLASSIFY-X
                GO TO 2000-PROCESS-POLICY-R
           END-IF.

       2000-PROCESS-POLICY-H.

           IF   WS-HOLD-CURRENT
                MOVE WS-HOLD-REC-INFO  TO RICGO-SEQ-REC-INFO
                PERFORM  4000-WRITE-REGISTER-ROW
                    THRU 4000-WRITE-REGISTER-ROW-X
           END-IF.

       2000-PROCESS-POLICY-R.

           PERFORM  RUPL-1000-READ
               THRU RUPL-1000-READ-X.

       2000-PROCESS-POLICY-X.
           EXIT.
      /
      *------------------------
       2110-CARRY-REGISTER-ROW.
      *------------------------

           ADD  1                      TO WS-ICGI-REC-READ.

           MOVE RICGI-SEQ-REC-INFO     TO RICGO-SEQ-REC-INFO.

           PERFORM  4000-WRITE-REGISTER-ROW
               THRU 4000-WRITE-REGISTER-ROW-X.

           PERFORM  ICGI-1000-READ
               THRU ICGI-1000-READ-X.

       2110-CARRY-REGISTER-ROW-X.
           EXIT.
      /
      *----------------------
       2120-TAKE-APP-HISTORY.
      *----------------------

           ADD  1                      TO WS-ICGI-REC-READ.

           MOVE RICGI-SEQ-NUM          TO WS-HOLD-LAST-SEQ-NUM.

           IF   RICGI-STAT-CURRENT
                SET  WS-HOLD-CURRENT   TO TRUE
                MOVE RICGI-SEQ-REC-INFO
                                       TO WS-HOLD-REC-INFO
           ELSE
                MOVE RICGI-SEQ-REC-INFO
                                       TO RICGO-SEQ-REC-INFO
                PERFORM  4000-WRITE-REGISTER-ROW
                    THRU 4000-WRITE-REGISTER-ROW-X
           END-IF.

           PERFORM  ICGI-1000-READ
               THRU ICGI-1000-READ-X.

       2120-TAKE-APP-HISTORY-X.
           EXIT.
      /
      *-------------------
       2500-FIND-PLAN-LOB.
      *-------------------

           MOVE ZERO                   TO WS-PLOB-USE-SUB.

           PERFORM  2510-MATCH-PLAN-LOB
               THRU 2510-MATCH-PLAN-LOB-X
               VARYING WS-PLOB-SUB FROM 1 BY 1
               UNTIL WS-PLOB-SUB > WS-PLOB-CNT
               OR    WS-PLOB-USE-SUB > ZERO.

           IF   WS-PLOB-USE-SUB        = ZERO
                MOVE WS-PLOB-DFLT-SUB  TO WS-PLOB-USE-SUB
           END-IF.

           IF   WS-PLOB-USE-SUB        > ZERO
                MOVE WS-PLOB-LOB-CD (WS-PLOB-USE-SUB)
                                       TO WS-LOB-CD
                GO TO 2500-FIND-PLAN-LOB-X
           END-IF.

           MOVE WS-DFLT-LOB-CD         TO WS-LOB-CD.
           ADD  1                      TO WS-NO-LOB-CNT.

      *MSG: PLAN @1 NOT ON THE LINE-OF-BUSINESS MASTER - REPORTED AS @2
           MOVE 'AS95330004'           TO WGLOB-MSG-REF-INFO.
           MOVE RUPOL-PLAN-ID          TO WGLOB-MSG-PARM (1).
           MOVE WS-DFLT-LOB-CD         TO WGLOB-MSG-PARM (2).
           PERFORM  0260-1000-GENERATE-MESSAGE
               THRU 0260-1000-GENERATE-MESSAGE-X.

       2500-FIND-PLAN-LOB-X.
           EXIT.
      /
      *--------------------
       2510-MATCH-PLAN-LOB.
      *--------------------

           IF   WS-PLOB-PLAN-ID (WS-PLOB-SUB) = RUPOL-PLAN-ID
                MOVE WS-PLOB-SUB       TO WS-PLOB-USE-SUB
           END-IF.

       2510-MATCH-PLAN-LOB-X.
           EXIT.
      /
      *-------------------
       2600-RESOLVE-GROUP.
      *-------------------

      *
      * THE RULE IN FORCE ON THE ISSUE DATE THAT NAMES THE MOST OF
      * THE POLICY'S PLAN (4), PRODUCT LINE (2) AND CURRENCY (1)
      * WINS; ON A TIE THE FIRST ROW ON THE MASTER IS TAKEN.  THE
      * COHORT IS THE CALENDAR YEAR OF ISSUE.
      *
           MOVE 'N'                    TO WS-RSLV-FOUND-SW.
           MOVE -1                     TO WS-RSLV-BEST-SCORE.
           MOVE SPACES                 TO WS-RSLV-GRP-INFO.

           PERFORM  2610-SCORE-RULE
               THRU 2610-SCORE-RULE-X
               VARYING WS-ICGR-SUB FROM 1 BY 1
               UNTIL WS-ICGR-SUB > WS-ICGR-CNT.

           IF   WS-RSLV-FOUND
                MOVE RUPOL-POL-CNV-DT (1:4)
                                       TO WS-RSLV-COHORT-YR
           END-IF.

       2600-RESOLVE-GROUP-X.
           EXIT.
      /
      *----------------
       2610-SCORE-RULE.
      *----------------

           IF   RUPOL-POL-CNV-DT       < WS-ICGR-EFF-FROM-DT
                                              (WS-ICGR-SUB)
                GO TO 2610-SCORE-RULE-X
           END-IF.

           IF   WS-ICGR-EFF-TO-DT (WS-ICGR-SUB) > SPACES
           AND  RUPOL-POL-CNV-DT       > WS-ICGR-EFF-TO-DT
                                              (WS-ICGR-SUB)
                GO TO 2610-SCORE-RULE-X
           END-IF.

           MOVE ZERO                   TO WS-RSLV-SCORE.

           IF   WS-ICGR-PLAN-ID (WS-ICGR-SUB) = RUPOL-PLAN-ID
                ADD  4                 TO WS-RSLV-SCORE
           ELSE
                IF   WS-ICGR-PLAN-ID (WS-ICGR-SUB) NOT = WS-ALL-PLANS
                     GO TO 2610-SCORE-RULE-X
                END-IF
           END-IF.

           IF   WS-ICGR-LOB-CD (WS-ICGR-SUB) = WS-LOB-CD
                ADD  2                 TO WS-RSLV-SCORE
           ELSE
                IF   WS-ICGR-LOB-CD (WS-ICGR-SUB) NOT = WS-ALL-LOBS
                     GO TO 2610-SCORE-RULE-X
                END-IF
           END-IF.

           IF   WS-ICGR-CRCY-CD (WS-ICGR-SUB) = RUPOL-PMT-CRCY-CD
                ADD  1                 TO WS-RSLV-SCORE
           ELSE
                IF   WS-ICGR-CRCY-CD (WS-ICGR-SUB) NOT = WS-ALL-CRCYS
                     GO TO 2610-SCORE-RULE-X
                END-IF
           END-IF.

           IF   WS-RSLV-SCORE          > WS-RSLV-BEST-SCORE
                SET  WS-RSLV-FOUND     TO TRUE
                MOVE WS-RSLV-SCORE     TO WS-RSLV-BEST-SCORE
                MOVE WS-ICGR-PORTF-CD (WS-ICGR-SUB)
                                       TO WS-RSLV-PORTF-CD
                MOVE WS-ICGR-PROF-GRP-CD (WS-ICGR-SUB)
                                       TO WS-RSLV-PROF-GRP-CD
           END-IF.

       2610-SCORE-RULE-X.
           EXIT.
      /
      *--------------------
       3000-ASSIGN-INITIAL.
      *--------------------

           IF   NOT WS-RSLV-FOUND
                ADD  1                 TO WS-NO-RULE-CNT
      *MSG: POLICY @1 PLAN @2 LINE @3 CURRENCY @4 - NO GROUPING RULE
                MOVE 'AS95330005'      TO WGLOB-MSG-REF-INFO
                MOVE RUPOL-POL-ID      TO WGLOB-MSG-PARM (1)
                MOVE RUPOL-PLAN-ID     TO WGLOB-MSG-PARM (2)
                MOVE WS-LOB-CD         TO WGLOB-MSG-PARM (3)
                MOVE RUPOL-PMT-CRCY-CD TO WGLOB-MSG-PARM (4)
                PERFORM  0260-1000-GENERATE-MESSAGE
                    THRU 0260-1000-GENERATE-MESSAGE-X
                GO TO 3000-ASSIGN-INITIAL-X
           END-IF.

           MOVE SPACES                 TO RICGO-SEQ-REC-INFO.
           MOVE RUPOL-APP-ID           TO RICGO-APP-ID.
           ADD  1 WS-HOLD-LAST-SEQ-NUM GIVING RICGO-SEQ-NUM.
           SET  RICGO-STAT-CURRENT     TO TRUE.
           MOVE RUPOL-POL-ID           TO RICGO-POL-ID.
           MOVE RUPOL-PLAN-ID          TO RICGO-PLAN-ID.
           MOVE WS-LOB-CD              TO RICGO-LOB-CD.
           MOVE RUPOL-PMT-CRCY-CD      TO RICGO-CRCY-CD.
           MOVE RUPOL-POL-CNV-DT       TO RICGO-ISS-DT.
           MOVE WS-RSLV-GRP-INFO       TO RICGO-GRP-INFO.
           SET  RICGO-ASGN-RSN-INITIAL TO TRUE.
           MOVE RUPOL-POL-CNV-DT       TO RICGO-EFF-FROM-DT.

           PERFORM  4000-WRITE-REGISTER-ROW
               THRU 4000-WRITE-REGISTER-ROW-X.

           ADD  1                      TO WS-ASSIGNED-CNT.

       3000-ASSIGN-INITIAL-X.
           EXIT.
      /
      *----------------
       3100-RECLASSIFY.
      *----------------

      * CLOSE THE CURRENT ROW AS AT THE RUN AND ADD THE NEW ONE.

           SET  RICGO-STAT-SUPERSEDED  TO TRUE.
           MOVE WS-RUN-DT              TO RICGO-EFF-TO-DT.

           MOVE RICGO-PORTF-CD         TO WS-GRP-DISP-PORTF-CD.
           MOVE RICGO-COHORT-YR        TO WS-GRP-DISP-COHORT-YR.
           MOVE RICGO-PROF-GRP-CD      TO WS-GRP-DISP-PROF-GRP-CD.

      *MSG: POLICY @1 RECLASSIFIED FROM GROUP @2 TO @3
           MOVE 'AS95330006'           TO WGLOB-MSG-REF-INFO.
           MOVE RUPOL-POL-ID           TO WGLOB-MSG-PARM (1).
           MOVE WS-GRP-DISP            TO WGLOB-MSG-PARM (2).

           PERFORM  4000-WRITE-REGISTER-ROW
               THRU 4000-WRITE-REGISTER-ROW-X.

           ADD  1                      TO RICGO-SEQ-NUM.
           SET  RICGO-STAT-CURRENT     TO TRUE.
           MOVE WS-RSLV-GRP-INFO       TO RICGO-GRP-INFO.
           SET  RICGO-ASGN-RSN-RECLASS TO TRUE.
           MOVE WS-RUN-DT              TO RICGO-EFF-FROM-DT.
           MOVE SPACES                 TO RICGO-EFF-TO-DT.

           MOVE RICGO-PORTF-CD         TO WS-GRP-DISP-PORTF-CD.
           MOVE RICGO-COHORT-YR        TO WS-GRP-DISP-COHORT-YR.
           MOVE RICGO-PROF-GRP-CD      TO WS-GRP-DISP-PROF-GRP-CD.
           MOVE WS-GRP-DISP            TO WGLOB-MSG-PARM (3).
           PERFORM  0260-1000-GENERATE-MESSAGE
               THRU 0260-1000-GENERATE-MESSAGE-X.

           PERFORM  4000-WRITE-REGISTER-ROW
               THRU 4000-WRITE-REGISTER-ROW-X.

           ADD  1                      TO WS-RECLASS-CNT.

       3100-RECLASSIFY-X.
           EXIT.
      /
      *------------------------
       4000-WRITE-REGISTER-ROW.
      *------------------------

           PERFORM  ICGO-2000-WRITE
               THRU ICGO-2000-WRITE-X.

           ADD  1                      TO WS-ICGO-REC-WRITTEN.

       4000-WRITE-REGISTER-ROW-X.
           EXIT.
      /
      *------------------------
       5000-PRINT-GRAND-TOTALS.
      *------------------------

      *MSG: RUPOL READ @1 - REGISTER IN @2, OUT @3
           MOVE 'AS95330007'           TO WGLOB-MSG-REF-INFO.
           MOVE WS-RUPOL-REC-READ      TO WS-PIC-COUNTER.
           MOVE WS-PIC-COUNTER         TO WGLOB-MSG-PARM (1).
           MOVE WS-ICGI-REC-READ       TO WS-PIC-COUNTER.
           MOVE WS-PIC-COUNTER         TO WGLOB-MSG-PARM (2).
           MOVE WS-ICGO-REC-WRITTEN    TO WS-PIC-COUNTER.
           MOVE WS-PIC-COUNTER         TO WGLOB-MSG-PARM (3).
           PERFORM  0260-1000-GENERATE-MESSAGE
               THRU 0260-1000-GENERATE-MESSAGE-X.

      *MSG: GROUPS ASSIGNED @1, RECLASSIFIED @2, NO RULE @3
           MOVE 'AS95330008'           TO WGLOB-MSG-REF-INFO.
           MOVE WS-ASSIGNED-CNT        TO WS-PIC-COUNTER.
           MOVE WS-PIC-COUNTER         TO WGLOB-MSG-PARM (1).
           MOVE WS-RECLASS-CNT         TO WS-PIC-COUNTER.
           MOVE WS-PIC-COUNTER         TO WGLOB-MSG-PARM (2).
           MOVE WS-NO-RULE-CNT         TO WS-PIC-COUNTER.
           MOVE WS-PIC-COUNTER         TO WGLOB-MSG-PARM (3).
           PERFORM  0260-1000-GENERATE-MESSAGE
               THRU 0260-1000-GENERATE-MESSAGE-X.

       5000-PRINT-GRAND-TOTALS-X.
           EXIT.
      /
      *-----------------
       9999-CLOSE-FILES.
      *-----------------

           PERFORM  PLOB-5000-CLOSE
               THRU PLOB-5000-CLOSE-X.

           PERFORM  ICGR-5000-CLOSE
               THRU ICGR-5000-CLOSE-X.

           PERFORM  ICGI-5000-CLOSE
               THRU ICGI-5000-CLOSE-X.

           PERFORM  RUPL-4000-CLOSE
               THRU RUPL-4000-CLOSE-X.

           PERFORM  ICGO-5000-CLOSE
               THRU ICGO-5000-CLOSE-X.

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
       COPY ACPIPLOB.
      /
       COPY ACPIICGR.
      /
       COPY ACPIICGI.
      /
       COPY ACPIICGO.
      /
      *****************************************************************
      * ERROR HANDLING ROUTINES                                       *
      *****************************************************************

       COPY XCPL0030.

       COPY XCPL0260.

      *****************************************************************
      **                 END OF PROGRAM ASBM9533                     **
      *****************************************************************
