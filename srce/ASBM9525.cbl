      *************************
       IDENTIFICATION DIVISION.
      *************************

       PROGRAM-ID. ASBM9525.

       COPY XCWWCRHT.

      *****************************************************************
      **  MEMBER :  ASBM9525                                         **
      **  REMARKS:  SELF-WRITTEN AND EMPLOYEE BUSINESS COMPLIANCE    **
      **            REVIEW.  THE UPLOAD CARRIES RUPOL-POL-HLD-AGT-   **
      **            IND (POLICYHOLDER IS THE AGENT 'Y', AN INTERNAL  **
      **            EMPLOYEE 'B' OR A RESTRICTED PARTY 'R') AND      **
      **            RUPOL-WORK-INS-CO-IND (APPLICANT WORKS FOR AN    **
      **            INSURER) BUT NOTHING ACTED ON EITHER.            **
      **                                                             **
      **            RUN IN DAILY MODE (PARM 'D') THE PROGRAM READS   **
      **            THE RUPOL DRIVER EXTRACT WITH THE UCLI CLIENT    **
      **            AND UBEN BENEFICIARY EXTRACTS (ALL SORTED BY     **
      **            APP ID) AND, FOR EVERY APPLICATION UPLOADED ON   **
      **            THE RUN DATE THAT HAS NOT CONVERTED OR BEEN      **
      **            REJECTED, WRITES AN SWHL COMPLIANCE REVIEW HOLD  **
      **            WHEN EITHER INDICATOR IS SET OR THE WRITING      **
      **            AGENT (RUPOL-SALES-REP-NUM) IS ALSO THE OWNER,   **
      **            AN INSURED OR A BENEFICIARY.  THE AGENT IS       **
      **            MATCHED TO THE APPLICATION'S PARTIES BY NAME     **
      **            AND BIRTH DATE FROM THE AGID AGENT IDENTITY      **
      **            FEED; A MATCH THE APPLICATION DID NOT DECLARE    **
      **            DRAWS A SEVERE MESSAGE.  ASBM9428 MERGES THE     **
      **            HOLDS INTO THE WORK QUEUE AS 'SW' ITEMS.         **
      **                                                             **
      **            RUN IN QUARTERLY MODE (PARM 'Q') IT REPORTS THE  **
      **            QUARTER'S UPLOADS BY WRITING AGENT - THE         **
      **            APPLICATIONS WRITTEN, SELF-WRITTEN (DECLARED OR  **
      **            MATCHED) AND EMPLOYEE/INSURER BUSINESS - AND     **
      **            FLAGS AN AGENT WHOSE SELF-WRITTEN BUSINESS       **
      **            REACHES THE REVIEW COUNT OR SHARE, THE USUAL     **
      **            SIGN OF COMMISSION FARMING.                      **
      **                                                             **
      **            A FULL AGENT IDENTITY OR AGENT SUMMARY TABLE     **
      **            ENDS THE RUN RC 8 WITHOUT A PARTIAL RESULT.      **
      **                                                             **
      **            JCL PARM:  BYTE  1     RUN MODE D OR Q           **
      **                       BYTES 2-3   COMPANY                   **
      **                       BYTES 4-13  DATE CCYY-MM-DD - DAILY:  **
      **                                   THE UPLOAD DATE (DEFAULT  **
      **                                   THE RUN DATE); QUARTERLY: **
      **                                   ANY DATE IN THE QUARTER   **
      **                                   (DEFAULT THE QUARTER      **
      **                                   BEFORE THE RUN DATE)      **
      **                                                             **
      **  DOMAIN :  UW                                               **
      **  CLASS  :  PD                                               **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
517342**  15OCT26  DEV    NEW PROGRAM                                **
      *****************************************************************

      **********************
       ENVIRONMENT DIVISION.
      **********************

       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY ACSSAGID.

       COPY ACSSSWHL.

      ***************
       DATA DIVISION.
      ***************

       FILE SECTION.

       COPY ACSDAGID.

       COPY ACSRAGID.

       COPY ACSDSWHL.

       COPY ACSRSWHL.

       WORKING-STORAGE SECTION.

       COPY XCWWPGWS REPLACING '$VAR1' BY 'ASBM9525'.

       COPY SQLCA.

       01  WS-COUNTERS.
           05  WS-AGID-REC-READ             PIC 9(07)  VALUE ZEROS.
           05  WS-RUPOL-REC-READ            PIC 9(07)  VALUE ZEROS.
           05  WS-APP-IN-SCOPE-CNT          PIC 9(07)  VALUE ZEROS.
           05  WS-SWHL-REC-WRITTEN          PIC 9(07)  VALUE ZEROS.
           05  WS-UNDECL-CNT                PIC 9(07)  VALUE ZEROS.
           05  WS-AGT-NOT-ON-FEED-CNT       PIC 9(07)  VALUE ZEROS.
           05  WS-AGT-FLAGGED-CNT           PIC 9(07)  VALUE ZEROS.
           05  WS-PIC-COUNTER               PIC Z(06)9.

       01  WS-WORKING-STORAGE.
           05  WS-RUN-MODE                  PIC X(01)  VALUE SPACE.
               88  WS-RUN-MODE-DAILY              VALUE 'D'.
               88  WS-RUN-MODE-QUARTER            VALUE 'Q'.
               88  WS-RUN-MODE-VALID              VALUE 'D' 'Q'.
           05  WS-RUN-DT-CCYYMMDD           PIC 9(08)  VALUE ZEROS.
           05  WS-RUN-DT-GRP                REDEFINES
               WS-RUN-DT-CCYYMMDD.
               10  WS-RUN-DT-CCYY           PIC 9(04).
               10  WS-RUN-DT-MM             PIC 9(02).
               10  WS-RUN-DT-DD             PIC 9(02).
           05  WS-EXTR-UPLD-DT              PIC X(10)  VALUE SPACES.
           05  WS-MAX-RC                    PIC 9(02)  VALUE ZERO.

      * REPORTING QUARTER - FIRST AND LAST UPLOAD DATE (CCYY-MM-DD).

           05  WS-QTR-CCYY                  PIC 9(04).
           05  WS-QTR-MM                    PIC 9(02).
           05  WS-QTR-START-MM              PIC 9(02).
           05  WS-QTR-END-MM                PIC 9(02).
           05  WS-QTR-END-DD                PIC 9(02).
           05  WS-QTR-START-DT              PIC X(10)  VALUE SPACES.
           05  WS-QTR-END-DT                PIC X(10)  VALUE SPACES.

      * AN AGENT IS FLAGGED FOR COMMISSION-FARMING REVIEW ONCE THE
      * QUARTER'S SELF-WRITTEN APPLICATIONS REACH THE COUNT OR THE
      * SHARE OF THE AGENT'S BUSINESS BELOW.

           05  WS-FARM-MIN-CNT              PIC 9(05)  VALUE 3.
           05  WS-FARM-MIN-PCT              PIC 9(03)  VALUE 25.
           05  WS-SELF-PCT                  PIC 9(03).

      * PER-APPLICATION FINDINGS.

           05  WS-APP-SCOPE-SW              PIC X(01).
               88  WS-APP-IN-SCOPE                VALUE 'Y'.
               88  WS-APP-NOT-IN-SCOPE            VALUE 'N'.
           05  WS-DECL-SELF-SW              PIC X(01).
               88  WS-DECL-SELF                   VALUE 'Y'.
           05  WS-DECL-EMPL-SW              PIC X(01).
               88  WS-DECL-EMPL                   VALUE 'Y'.
           05  WS-AGT-OWNR-SW               PIC X(01).
               88  WS-AGT-OWNR                    VALUE 'Y'.
           05  WS-AGT-INSRD-SW              PIC X(01).
               88  WS-AGT-INSRD                   VALUE 'Y'.
           05  WS-AGT-BNFY-SW               PIC X(01).
               88  WS-AGT-BNFY                    VALUE 'Y'.
           05  WS-CAND-SUR-NM               PIC X(50).
           05  WS-CAND-GIV-NM               PIC X(50).
           05  WS-CAND-BTH-DT               PIC X(10).
           05  WS-NAME-MATCH-SW             PIC X(01).
               88  WS-NAME-MATCH                  VALUE 'Y'.
               88  WS-NAME-NO-MATCH               VALUE 'N'.

      * AGENT IDENTITY TABLE FROM THE AGID FEED.

       01  WS-AGID-WORK-AREA.
           05  WS-AGID-MAX                  PIC S9(04) COMP VALUE +5000.
           05  WS-AGID-CNT                  PIC S9(04) COMP VALUE ZERO.
           05  WS-AGID-SUB                  PIC S9(04) COMP.
           05  WS-AGID-USE-SUB              PIC S9(04) COMP.
           05  WS-AGID-TBL.
               10  WS-AGID-ENTRY            OCCURS 5000 TIMES.
                   15  WS-AGID-AGT-NUM      PIC X(06).
                   15  WS-AGID-SUR-NM       PIC X(25).
                   15  WS-AGID-GIV-NM       PIC X(25).
                   15  WS-AGID-BTH-DT       PIC X(10).
           05  WS-AGID-OVRFLW-SW            PIC X(01)  VALUE 'N'.
               88  WS-AGID-OVERFLOW               VALUE 'Y'.

      * QUARTERLY SUMMARY BY WRITING AGENT.

       01  WS-AGT-SUMM-WORK-AREA.
           05  WS-AGT-SUMM-MAX              PIC S9(04) COMP VALUE +5000.
           05  WS-AGT-SUMM-CNT              PIC S9(04) COMP VALUE ZERO.
           05  WS-AGT-SUMM-SUB              PIC S9(04) COMP.
           05  WS-AGT-SUMM-USE-SUB          PIC S9(04) COMP.
           05  WS-AGT-SUMM-TBL.
               10  WS-AGT-SUMM-ENTRY        OCCURS 5000 TIMES.
                   15  WS-AGT-SUMM-REP-NUM  PIC X(06).
                   15  WS-AGT-SUMM-APP-CNT  PIC 9(05)  COMP-3.
                   15  WS-AGT-SUMM-SELF-CNT PIC 9(05)  COMP-3.
                   15  WS-AGT-SUMM-EMPL-CNT PIC 9(05)  COMP-3.
           05  WS-AGT-SUMM-OVRFLW-SW        PIC X(01)  VALUE 'N'.
               88  WS-AGT-SUMM-OVERFLOW           VALUE 'Y'.
      /
       COPY XCWTFCMD.
      /
       COPY ACSWRUPL.
       COPY ACSWUCLI.
       COPY ACSWRUBN.
       COPY ACSWAGID.
       COPY ACSWSWHL.
      /
      *****************************************************************
      * INPUT PARAMETER INFORMATION                                   *
      *****************************************************************

       01  WGLOB-GLOBAL-AREA.
       COPY XCWWGLOB.

       COPY ACFRUPOL.
       COPY ACFRUCLI.
       COPY ACFRUBEN.
      /
       LINKAGE SECTION.
      *****************

       01  LK-PARM-AREA.
           05  LK-PARM-LEN                 PIC S9(04) COMP.
           05  LK-PARM-DATA.
               10  LK-RUN-MODE             PIC X(01).
               10  LK-COMPANY-CODE         PIC X(02).
               10  LK-RUN-PARM-DT          PIC X(10).
               10  FILLER                  PIC X(17).
      /
       PROCEDURE DIVISION USING LK-PARM-AREA.

      *--------------
       0000-MAINLINE.
      *--------------

           PERFORM  0200-INITIALIZE
               THRU 0200-INITIALIZE-X.

           PERFORM  1000-LOAD-AGENT-IDENTITY
               THRU 1000-LOAD-AGENT-IDENTITY-X.

      *
      * A PARTIAL IDENTITY TABLE WOULD MISS EVERY AGENT PAST THE
      * LIMIT - ON OVERFLOW NOTHING IS REVIEWED AND THE RUN ENDS ON
      * THE ABORT MESSAGE INSTEAD.
      *
           IF   NOT WS-AGID-OVERFLOW
                PERFORM  0100-OPEN-FILES
                    THRU 0100-OPEN-FILES-X

                PERFORM  RUPL-1000-READ
                    THRU RUPL-1000-READ-X
                PERFORM  UCLI-1000-READ
                    THRU UCLI-1000-READ-X
                PERFORM  RUBN-1000-READ
                    THRU RUBN-1000-READ-X

                PERFORM  2000-PROCESS-RUPOL
                    THRU 2000-PROCESS-RUPOL-X
                    UNTIL WRUPL-SEQ-IO-EOF

                PERFORM  9999-CLOSE-FILES
                    THRU 9999-CLOSE-FILES-X
           END-IF.

           IF   WS-RUN-MODE-QUARTER
           AND  NOT WS-AGID-OVERFLOW
           AND  NOT WS-AGT-SUMM-OVERFLOW
                PERFORM  4000-REPORT-AGENTS
                    THRU 4000-REPORT-AGENTS-X
                    VARYING WS-AGT-SUMM-SUB FROM 1 BY 1
                    UNTIL   WS-AGT-SUMM-SUB > WS-AGT-SUMM-CNT
           END-IF.

           PERFORM  5000-PRINT-GRAND-TOTALS
               THRU 5000-PRINT-GRAND-TOTALS-X.

      * A RUN THAT REVIEWED NOTHING, OR ONLY PART OF THE AGENTS,
      * MUST NOT END CLEAN.

           IF   WS-AGID-OVERFLOW
           OR   WS-AGT-SUMM-OVERFLOW
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

           PERFORM  RUPL-3000-OPEN-INPUT
               THRU RUPL-3000-OPEN-INPUT-X.

           PERFORM  UCLI-3000-OPEN-INPUT
               THRU UCLI-3000-OPEN-INPUT-X.

           PERFORM  RUBN-3000-OPEN-INPUT
               THRU RUBN-3000-OPEN-INPUT-X.

           IF   WS-RUN-MODE-DAILY
                PERFORM  SWHL-4000-OPEN-OUTPUT
                    THRU SWHL-4000-OPEN-OUTPUT-X
           END-IF.

       0100-OPEN-FILES-X.
           EXIT.
      /
      *----------------
       0200-INITIALIZE.
      *----------------

           ACCEPT  WS-RUN-DT-CCYYMMDD  FROM DATE YYYYMMDD.

           MOVE WS-RUN-DT-CCYYMMDD (1:4)    TO WS-EXTR-UPLD-DT (1:4).
           MOVE '-'                         TO WS-EXTR-UPLD-DT (5:1).
           MOVE WS-RUN-DT-CCYYMMDD (5:2)    TO WS-EXTR-UPLD-DT (6:2).
           MOVE '-'                         TO WS-EXTR-UPLD-DT (8:1).
           MOVE WS-RUN-DT-CCYYMMDD (7:2)    TO WS-EXTR-UPLD-DT (9:2).

           IF   LK-PARM-LEN                  > ZERO
                MOVE LK-RUN-MODE        TO WS-RUN-MODE
                IF   LK-COMPANY-CODE         > SPACES
                     MOVE LK-COMPANY-CODE
                                        TO WGLOB-COMPANY-CODE
                END-IF
           END-IF.

           IF   NOT WS-RUN-MODE-VALID
      *MSG: RUN MODE PARM MUST BE D (DAILY) OR Q (QUARTERLY)
                MOVE 'AS95250001'       TO WGLOB-MSG-REF-INFO
                PERFORM  0260-1000-GENERATE-MESSAGE
                    THRU 0260-1000-GENERATE-MESSAGE-X
                PERFORM  0030-5000-LOGIC-ERROR
                    THRU 0030-5000-LOGIC-ERROR-X
           END-IF.

      * A PRIOR NIGHT'S HOLDS ARE RE-CUT BY GIVING ITS UPLOAD DATE.

           IF   WS-RUN-MODE-DAILY
           AND  LK-PARM-LEN                  > 3
           AND  LK-RUN-PARM-DT               > SPACES
                MOVE LK-RUN-PARM-DT     TO WS-EXTR-UPLD-DT
           END-IF.

           IF   WS-RUN-MODE-QUARTER
                PERFORM  0250-SET-QUARTER
                    THRU 0250-SET-QUARTER-X
           END-IF.

       0200-INITIALIZE-X.
           EXIT.
      /
      *-----------------
       0250-SET-QUARTER.
      *-----------------

      *
      * THE QUARTER REPORTED IS THE ONE HOLDING THE PARM DATE, OR BY
      * DEFAULT THE QUARTER BEFORE THE ONE THE RUN DATE FALLS IN.
      *
           IF   LK-PARM-LEN                  > 3
           AND  LK-RUN-PARM-DT (1:4)         IS NUMERIC
           AND  LK-RUN-PARM-DT (6:2)         IS NUMERIC
                MOVE LK-RUN-PARM-DT (1:4)    TO WS-QTR-CCYY
                MOVE LK-RUN-PARM-DT (6:2)    TO WS-QTR-MM
           ELSE
                MOVE WS-RUN-DT-CCYY          TO WS-QTR-CCYY
                MOVE WS-RUN-DT-MM            TO WS-QTR-MM
                IF   WS-QTR-MM               > 3
                     SUBTRACT 3              FROM WS-QTR-MM
                ELSE
                     ADD  9                  TO WS-QTR-MM
                     SUBTRACT 1              FROM WS-QTR-CCYY
                END-IF
           END-IF.

           COMPUTE WS-QTR-START-MM = ((WS-QTR-MM - 1) / 3) * 3 + 1.
           COMPUTE WS-QTR-END-MM   = WS-QTR-START-MM + 2.

           IF   WS-QTR-END-MM                = 3 OR 12
                MOVE 31                      TO WS-QTR-END-DD
           ELSE
                MOVE 30                      TO WS-QTR-END-DD
           END-IF.

           MOVE WS-QTR-CCYY                  TO WS-QTR-START-DT (1:4)
                                                WS-QTR-END-DT (1:4).
           MOVE '-'                          TO WS-QTR-START-DT (5:1)
                                                WS-QTR-START-DT (8:1)
                                                WS-QTR-END-DT (5:1)
                                                WS-QTR-END-DT (8:1).
           MOVE WS-QTR-START-MM              TO WS-QTR-START-DT (6:2).
           MOVE '01'                         TO WS-QTR-START-DT (9:2).
           MOVE WS-QTR-END-MM                TO WS-QTR-END-DT (6:2).
           MOVE WS-QTR-END-DD                TO WS-QTR-END-DT (9:2).

       0250-SET-QUARTER-X.
           EXIT.
      /
      *--------------------------
       1000-LOAD-AGENT-IDENTITY.
      *--------------------------

           PERFORM  AGID-3000-OPEN-INPUT
               THRU AGID-3000-OPEN-INPUT-X.

           PERFORM  AGID-1000-READ
               THRU AGID-1000-READ-X.

           PERFORM  1100-LOAD-ONE-AGENT
               THRU 1100-LOAD-ONE-AGENT-X
               UNTIL WAGID-SEQ-IO-EOF
               OR    WS-AGID-OVERFLOW.

           PERFORM  AGID-5000-CLOSE
               THRU AGID-5000-CLOSE-X.

       1000-LOAD-AGENT-IDENTITY-X.
           EXIT.
      /
      *--------------------
       1100-LOAD-ONE-AGENT.
      *--------------------

           ADD  1                      TO WS-AGID-REC-READ.

           IF   WS-AGID-CNT            NOT < WS-AGID-MAX
                SET  WS-AGID-OVERFLOW  TO TRUE
      *MSG: AGENT IDENTITY TABLE FULL AT @1 - NO REVIEW DONE - RC 8
                MOVE 'AS95250002'      TO WGLOB-MSG-REF-INFO
                MOVE WS-AGID-MAX       TO WS-PIC-COUNTER
                MOVE WS-PIC-COUNTER    TO WGLOB-MSG-PARM (1)
                PERFORM  0260-1000-GENERATE-MESSAGE
                    THRU 0260-1000-GENERATE-MESSAGE-X
                GO TO 1100-LOAD-ONE-AGENT-X
           END-IF.

           ADD  1                      TO WS-AGID-CNT.
           MOVE RAGID-AGT-NUM          TO WS-AGID-AGT-NUM (WS-AGID-CNT).
           MOVE RAGID-AGT-SUR-NM       TO WS-AGID-SUR-NM (WS-AGID-CNT).
           MOVE RAGID-AGT-GIV-NM       TO WS-AGID-GIV-NM (WS-AGID-CNT).
           MOVE RAGID-AGT-BTH-DT       TO WS-AGID-BTH-DT (WS-AGID-CNT).

           PERFORM  AGID-1000-READ
               THRU AGID-1000-READ-X.

       1100-LOAD-ONE-AGENT-X.
           EXIT.
      /
      *-------------------
       2000-PROCESS-RUPOL.
      *-------------------

           ADD  1                      TO WS-RUPOL-REC-READ.

           SET  WS-APP-NOT-IN-SCOPE    TO TRUE.

           IF   WS-RUN-MODE-DAILY
           AND  RUPOL-APP-UPLD-DT      = WS-EXTR-UPLD-DT
           AND  NOT RUPOL-POL-ASGN
           AND  NOT RUPOL-APL-REJ-YES
                SET  WS-APP-IN-SCOPE   TO TRUE
           END-IF.

           IF   WS-RUN-MODE-QUARTER
           AND  RUPOL-APP-UPLD-DT      NOT < WS-QTR-START-DT
           AND  RUPOL-APP-UPLD-DT      NOT > WS-QTR-END-DT
                SET  WS-APP-IN-SCOPE   TO TRUE
           END-IF.

           MOVE 'N'                    TO WS-DECL-SELF-SW
                                          WS-DECL-EMPL-SW
                                          WS-AGT-OWNR-SW
                                          WS-AGT-INSRD-SW
                                          WS-AGT-BNFY-SW.
           MOVE ZERO                   TO WS-AGID-USE-SUB.

           IF   WS-APP-IN-SCOPE
                ADD  1                 TO WS-APP-IN-SCOPE-CNT
                PERFORM  2050-FIND-WRITING-AGENT
                    THRU 2050-FIND-WRITING-AGENT-X
                IF   RUPOL-POL-HLD-AGT-SELF
                     MOVE 'Y'          TO WS-DECL-SELF-SW
                END-IF
                IF   RUPOL-POL-HLD-AGT-INTRNL
                OR   RUPOL-POL-HLD-AGT-RESTR
                OR   RUPOL-WORK-INS-CO-YES
                     MOVE 'Y'          TO WS-DECL-EMPL-SW
                END-IF
           END-IF.

      * THE CLIENT AND BENEFICIARY GROUPS ARE CONSUMED FOR EVERY
      * APPLICATION TO KEEP THE THREE FILES IN STEP.

           PERFORM  2100-MATCH-UCLI
               THRU 2100-MATCH-UCLI-X.

           PERFORM  2200-MATCH-RUBN
               THRU 2200-MATCH-RUBN-X.

           IF   WS-APP-IN-SCOPE
           AND  WS-RUN-MODE-DAILY
                PERFORM  3000-CHECK-REVIEW-HOLD
                    THRU 3000-CHECK-REVIEW-HOLD-X
           END-IF.

           IF   WS-APP-IN-SCOPE
           AND  WS-RUN-MODE-QUARTER
           AND  NOT WS-AGT-SUMM-OVERFLOW
                PERFORM  3500-ACCUM-AGENT
                    THRU 3500-ACCUM-AGENT-X
           END-IF.

           PERFORM  RUPL-1000-READ
               THRU RUPL-1000-READ-X.

       2000-PROCESS-RUPOL-X.
           EXIT.
      /
      *------------------------
       2050-FIND-WRITING-AGENT.
      *------------------------

           PERFORM  2060-CHECK-ONE-AGENT
               THRU 2060-CHECK-ONE-AGENT-X
               VARYING WS-AGID-SUB FROM 1 BY 1
               UNTIL   WS-AGID-SUB > WS-AGID-CNT
               OR      WS-AGID-USE-SUB > ZERO.

           IF   WS-AGID-USE-SUB        = ZERO
                ADD  1                 TO WS-AGT-NOT-ON-FEED-CNT
           END-IF.

       2050-FIND-WRITING-AGENT-X.
           EXIT.
      /
      *---------------------
       2060-CHECK-ONE-AGENT.
      *---------------------

           IF   WS-AGID-AGT-NUM (WS-AGID-SUB) = RUPOL-SALES-REP-NUM
                MOVE WS-AGID-SUB       TO WS-AGID-USE-SUB
           END-IF.

       2060-CHECK-ONE-AGENT-X.
           EXIT.
      /
      *----------------
       2100-MATCH-UCLI.
      *----------------

           PERFORM  2110-UCLI-READ-AHEAD
               THRU 2110-UCLI-READ-AHEAD-X
               UNTIL WUCLI-SEQ-IO-EOF
               OR    RUCLI-APP-ID NOT LESS THAN RUPOL-APP-ID.

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

           IF   WS-APP-IN-SCOPE
           AND  WS-AGID-USE-SUB        > ZERO
                MOVE RUCLI-CLI-SUR-NM  TO WS-CAND-SUR-NM
                MOVE RUCLI-CLI-GIV-NM  TO WS-CAND-GIV-NM
                MOVE RUCLI-CLI-BTH-DT  TO WS-CAND-BTH-DT
                PERFORM  2300-COMPARE-AGENT
                    THRU 2300-COMPARE-AGENT-X
                IF   WS-NAME-MATCH
                     IF   RUCLI-POL-CLI-REL-TYP-CD (1:1) = 'O'
                          MOVE 'Y'     TO WS-AGT-OWNR-SW
                     END-IF
                     IF   RUCLI-POL-CLI-INSRD-CD > SPACES
                          MOVE 'Y'     TO WS-AGT-INSRD-SW
                     END-IF
                END-IF
           END-IF.

           PERFORM  UCLI-1000-READ
               THRU UCLI-1000-READ-X.

       2120-UCLI-CONSUME-GROUP-X.
           EXIT.
      /
      *----------------
       2200-MATCH-RUBN.
      *----------------

           PERFORM  2210-RUBN-READ-AHEAD
               THRU 2210-RUBN-READ-AHEAD-X
               UNTIL WRUBN-SEQ-IO-EOF
               OR    RUBEN-APP-ID NOT LESS THAN RUPOL-APP-ID.

           PERFORM  2220-RUBN-CONSUME-GROUP
               THRU 2220-RUBN-CONSUME-GROUP-X
               UNTIL WRUBN-SEQ-IO-EOF
               OR    RUBEN-APP-ID NOT = RUPOL-APP-ID.

       2200-MATCH-RUBN-X.
           EXIT.
      /
      *---------------------
       2210-RUBN-READ-AHEAD.
      *---------------------

           PERFORM  RUBN-1000-READ
               THRU RUBN-1000-READ-X.

       2210-RUBN-READ-AHEAD-X.
           EXIT.
      /
      *------------------------
       2220-RUBN-CONSUME-GROUP.
      *------------------------

           IF   WS-APP-IN-SCOPE
           AND  WS-AGID-USE-SUB        > ZERO
                MOVE RUBEN-BEN-SUR-NM  TO WS-CAND-SUR-NM
                MOVE RUBEN-BEN-GIV-NM  TO WS-CAND-GIV-NM
                MOVE RUBEN-BNFY-BTH-DT TO WS-CAND-BTH-DT
                PERFORM  2300-COMPARE-AGENT
                    THRU 2300-COMPARE-AGENT-X
                IF   WS-NAME-MATCH
                     MOVE 'Y'          TO WS-AGT-BNFY-SW
                END-IF
           END-IF.

           PERFORM  RUBN-1000-READ
               THRU RUBN-1000-READ-X.

       2220-RUBN-CONSUME-GROUP-X.
           EXIT.
      /
      *-------------------
       2300-COMPARE-AGENT.
      *-------------------

      *
      * THE PARTY IS THE AGENT WHEN SURNAME AND GIVEN NAME AGREE AND,
      * WHERE BOTH SIDES CARRY ONE, SO DOES THE BIRTH DATE.
      *
           SET  WS-NAME-NO-MATCH       TO TRUE.

           IF   WS-CAND-SUR-NM         = SPACES
           OR   WS-CAND-SUR-NM
                    NOT = WS-AGID-SUR-NM (WS-AGID-USE-SUB)
           OR   WS-CAND-GIV-NM
                    NOT = WS-AGID-GIV-NM (WS-AGID-USE-SUB)
                GO TO 2300-COMPARE-AGENT-X
           END-IF.

           IF   WS-CAND-BTH-DT         > SPACES
           AND  WS-AGID-BTH-DT (WS-AGID-USE-SUB) > SPACES
           AND  WS-CAND-BTH-DT
                    NOT = WS-AGID-BTH-DT (WS-AGID-USE-SUB)
                GO TO 2300-COMPARE-AGENT-X
           END-IF.

           SET  WS-NAME-MATCH          TO TRUE.

       2300-COMPARE-AGENT-X.
           EXIT.
      /
      *-----------------------
       3000-CHECK-REVIEW-HOLD.
      *-----------------------

           IF   NOT WS-DECL-SELF
           AND  NOT WS-DECL-EMPL
           AND  NOT WS-AGT-OWNR
           AND  NOT WS-AGT-INSRD
           AND  NOT WS-AGT-BNFY
                GO TO 3000-CHECK-REVIEW-HOLD-X
           END-IF.

           MOVE SPACES                 TO RSWHL-SEQ-REC-INFO.
           MOVE RUPOL-APP-ID           TO RSWHL-APP-ID.
           MOVE RUPOL-SALES-REP-NUM    TO RSWHL-SALES-REP-NUM.
           MOVE RUPOL-SO-NUM           TO RSWHL-SO-NUM.
           MOVE RUPOL-BR-NUM           TO RSWHL-BR-NUM.
           MOVE RUPOL-POL-HLD-AGT-IND  TO RSWHL-POL-HLD-AGT-IND.
           MOVE RUPOL-WORK-INS-CO-IND  TO RSWHL-WORK-INS-CO-IND.
           MOVE WS-AGT-OWNR-SW         TO RSWHL-AGT-OWNR-IND.
           MOVE WS-AGT-INSRD-SW        TO RSWHL-AGT-INSRD-IND.
           MOVE WS-AGT-BNFY-SW         TO RSWHL-AGT-BNFY-IND.
           MOVE WS-RUN-DT-CCYYMMDD     TO RSWHL-DETECT-DT.
           SET  RSWHL-NOT-CLEARED      TO TRUE.

           PERFORM  SWHL-2000-WRITE
               THRU SWHL-2000-WRITE-X.

           ADD  1                      TO WS-SWHL-REC-WRITTEN.

      *MSG: APP @1 COMPLIANCE REVIEW HOLD - AGT @2 POLHLD @3 INSCO @4
           MOVE 'AS95250003'           TO WGLOB-MSG-REF-INFO.
           MOVE RUPOL-APP-ID           TO WGLOB-MSG-PARM (1).
           MOVE RUPOL-SALES-REP-NUM    TO WGLOB-MSG-PARM (2).
           MOVE RUPOL-POL-HLD-AGT-IND  TO WGLOB-MSG-PARM (3).
           MOVE RUPOL-WORK-INS-CO-IND  TO WGLOB-MSG-PARM (4).
           PERFORM  0260-1000-GENERATE-MESSAGE
               THRU 0260-1000-GENERATE-MESSAGE-X.

      *
      * AN AGENT FOUND AMONG THE PARTIES ON AN APPLICATION THAT DID
      * NOT DECLARE ITSELF SELF-WRITTEN IS THE CASE COMPLIANCE MOST
      * WANTS TO SEE.
      *
           IF   NOT WS-DECL-SELF
           AND (WS-AGT-OWNR
           OR   WS-AGT-INSRD
           OR   WS-AGT-BNFY)
                ADD  1                 TO WS-UNDECL-CNT
      *MSG: AGT @1 OWNER @2 INSURED @3 BENEF @4 APP @5 - NOT DECLARED
                MOVE 'AS95250004'      TO WGLOB-MSG-REF-INFO
                MOVE RUPOL-SALES-REP-NUM
                                       TO WGLOB-MSG-PARM (1)
                MOVE WS-AGT-OWNR-SW    TO WGLOB-MSG-PARM (2)
                MOVE WS-AGT-INSRD-SW   TO WGLOB-MSG-PARM (3)
                MOVE WS-AGT-BNFY-SW    TO WGLOB-MSG-PARM (4)
                MOVE RUPOL-APP-ID      TO WGLOB-MSG-PARM (5)
                PERFORM  0260-1000-GENERATE-MESSAGE
                    THRU 0260-1000-GENERATE-MESSAGE-X
           END-IF.

       3000-CHECK-REVIEW-HOLD-X.
           EXIT.
      /
      *-----------------
       3500-ACCUM-AGENT.
      *-----------------

           MOVE ZERO                   TO WS-AGT-SUMM-USE-SUB.

           PERFORM  3510-FIND-AGT-ENTRY
               THRU 3510-FIND-AGT-ENTRY-X
               VARYING WS-AGT-SUMM-SUB FROM 1 BY 1
               UNTIL   WS-AGT-SUMM-SUB > WS-AGT-SUMM-CNT
               OR      WS-AGT-SUMM-USE-SUB > ZERO.

           IF   WS-AGT-SUMM-USE-SUB    > ZERO
                MOVE WS-AGT-SUMM-USE-SUB
                                       TO WS-AGT-SUMM-SUB
           ELSE
                IF   WS-AGT-SUMM-CNT   NOT < WS-AGT-SUMM-MAX
                     SET  WS-AGT-SUMM-OVERFLOW TO TRUE
      *MSG: AGENT SUMMARY TABLE FULL AT @1 - NO REPORT PRODUCED - RC 8
                     MOVE 'AS95250005' TO WGLOB-MSG-REF-INFO
                     MOVE WS-AGT-SUMM-MAX
                                       TO WS-PIC-COUNTER
                     MOVE WS-PIC-COUNTER
                                       TO WGLOB-MSG-PARM (1)
                     PERFORM  0260-1000-GENERATE-MESSAGE
                         THRU 0260-1000-GENERATE-MESSAGE-X
                     GO TO 3500-ACCUM-AGENT-X
                END-IF
                ADD  1                 TO WS-AGT-SUMM-CNT
                MOVE WS-AGT-SUMM-CNT   TO WS-AGT-SUMM-SUB
                MOVE RUPOL-SALES-REP-NUM
                                       TO WS-AGT-SUMM-REP-NUM
                                          (WS-AGT-SUMM-SUB)
                MOVE ZERO              TO WS-AGT-SUMM-APP-CNT
                                          (WS-AGT-SUMM-SUB)
                                          WS-AGT-SUMM-SELF-CNT
                                          (WS-AGT-SUMM-SUB)
                                          WS-AGT-SUMM-EMPL-CNT
                                          (WS-AGT-SUMM-SUB)
           END-IF.

           ADD  1                      TO WS-AGT-SUMM-APP-CNT
                                          (WS-AGT-SUMM-SUB).

           IF   WS-DECL-SELF
           OR   WS-AGT-OWNR
           OR   WS-AGT-INSRD
           OR   WS-AGT-BNFY
                ADD  1                 TO WS-AGT-SUMM-SELF-CNT
                                          (WS-AGT-SUMM-SUB)
           END-IF.

           IF   WS-DECL-EMPL
                ADD  1                 TO WS-AGT-SUMM-EMPL-CNT
                                          (WS-AGT-SUMM-SUB)
           END-IF.

       3500-ACCUM-AGENT-X.
           EXIT.
      /
      *--------------------
       3510-FIND-AGT-ENTRY.
      *--------------------

           IF   WS-AGT-SUMM-REP-NUM (WS-AGT-SUMM-SUB)
                                       = RUPOL-SALES-REP-NUM
                MOVE WS-AGT-SUMM-SUB   TO WS-AGT-SUMM-USE-SUB
           END-IF.

       3510-FIND-AGT-ENTRY-X.
           EXIT.
      /
      *-------------------
       4000-REPORT-AGENTS.
      *-------------------

      *
      * ONLY AGENTS WITH SELF-WRITTEN OR EMPLOYEE/INSURER BUSINESS IN
      * THE QUARTER ARE LISTED.
      *
           IF   WS-AGT-SUMM-SELF-CNT (WS-AGT-SUMM-SUB) = ZERO
           AND  WS-AGT-SUMM-EMPL-CNT (WS-AGT-SUMM-SUB) = ZERO
                GO TO 4000-REPORT-AGENTS-X
           END-IF.

           COMPUTE WS-SELF-PCT =
                   WS-AGT-SUMM-SELF-CNT (WS-AGT-SUMM-SUB) * 100
                 / WS-AGT-SUMM-APP-CNT (WS-AGT-SUMM-SUB).

      *MSG: AGT @1 APPS @2 SELF-WRITTEN @3 (@4 PCT) EMPL/INSCO @5
           MOVE 'AS95250006'           TO WGLOB-MSG-REF-INFO.
           MOVE WS-AGT-SUMM-REP-NUM (WS-AGT-SUMM-SUB)
                                       TO WGLOB-MSG-PARM (1).
           MOVE WS-AGT-SUMM-APP-CNT (WS-AGT-SUMM-SUB)
                                       TO WS-PIC-COUNTER.
           MOVE WS-PIC-COUNTER         TO WGLOB-MSG-PARM (2).
           MOVE WS-AGT-SUMM-SELF-CNT (WS-AGT-SUMM-SUB)
                                       TO WS-PIC-COUNTER.
           MOVE WS-PIC-COUNTER         TO WGLOB-MSG-PARM (3).
           MOVE WS-SELF-PCT            TO WGLOB-MSG-PARM (4).
           MOVE WS-AGT-SUMM-EMPL-CNT (WS-AGT-SUMM-SUB)
                                       TO WS-PIC-COUNTER.
           MOVE WS-PIC-COUNTER         TO WGLOB-MSG-PARM (5).
           PERFORM  0260-1000-GENERATE-MESSAGE
               THRU 0260-1000-GENERATE-MESSAGE-X.

           IF   WS-AGT-SUMM-SELF-CNT (WS-AGT-SUMM-SUB)
                                       NOT < WS-FARM-MIN-CNT
           OR  (WS-AGT-SUMM-SELF-CNT (WS-AGT-SUMM-SUB) > ZERO
           AND  WS-SELF-PCT            NOT < WS-FARM-MIN-PCT)
                ADD  1                 TO WS-AGT-FLAGGED-CNT
      *MSG: AGT @1 SELF-WRITTEN BUSINESS REFERRED FOR REVIEW
                MOVE 'AS95250007'      TO WGLOB-MSG-REF-INFO
                MOVE WS-AGT-SUMM-REP-NUM (WS-AGT-SUMM-SUB)
                                       TO WGLOB-MSG-PARM (1)
                PERFORM  0260-1000-GENERATE-MESSAGE
                    THRU 0260-1000-GENERATE-MESSAGE-X
           END-IF.

       4000-REPORT-AGENTS-X.
           EXIT.
      /
      *------------------------
       5000-PRINT-GRAND-TOTALS.
      *------------------------

      *MSG: AGENTS @1 - APPS READ @2 - IN SCOPE @3 - NOT ON FEED @4
           MOVE 'AS95250008'           TO WGLOB-MSG-REF-INFO.
           MOVE WS-AGID-CNT            TO WS-PIC-COUNTER.
           MOVE WS-PIC-COUNTER         TO WGLOB-MSG-PARM (1).
           MOVE WS-RUPOL-REC-READ      TO WS-PIC-COUNTER.
           MOVE WS-PIC-COUNTER         TO WGLOB-MSG-PARM (2).
           MOVE WS-APP-IN-SCOPE-CNT    TO WS-PIC-COUNTER.
           MOVE WS-PIC-COUNTER         TO WGLOB-MSG-PARM (3).
           MOVE WS-AGT-NOT-ON-FEED-CNT TO WS-PIC-COUNTER.
           MOVE WS-PIC-COUNTER         TO WGLOB-MSG-PARM (4).
           PERFORM  0260-1000-GENERATE-MESSAGE
               THRU 0260-1000-GENERATE-MESSAGE-X.

           IF   WS-RUN-MODE-DAILY
      *MSG: REVIEW HOLDS WRITTEN @1 - UNDECLARED SELF-WRITTEN @2
                MOVE 'AS95250009'      TO WGLOB-MSG-REF-INFO
                MOVE WS-SWHL-REC-WRITTEN
                                       TO WS-PIC-COUNTER
                MOVE WS-PIC-COUNTER    TO WGLOB-MSG-PARM (1)
                MOVE WS-UNDECL-CNT     TO WS-PIC-COUNTER
                MOVE WS-PIC-COUNTER    TO WGLOB-MSG-PARM (2)
                PERFORM  0260-1000-GENERATE-MESSAGE
                    THRU 0260-1000-GENERATE-MESSAGE-X
           END-IF.

           IF   WS-RUN-MODE-QUARTER
      *MSG: QUARTER @1 TO @2 - AGENTS @3 - REFERRED FOR REVIEW @4
                MOVE 'AS95250010'      TO WGLOB-MSG-REF-INFO
                MOVE WS-QTR-START-DT   TO WGLOB-MSG-PARM (1)
                MOVE WS-QTR-END-DT     TO WGLOB-MSG-PARM (2)
                MOVE WS-AGT-SUMM-CNT   TO WS-PIC-COUNTER
                MOVE WS-PIC-COUNTER    TO WGLOB-MSG-PARM (3)
                MOVE WS-AGT-FLAGGED-CNT
                                       TO WS-PIC-COUNTER
                MOVE WS-PIC-COUNTER    TO WGLOB-MSG-PARM (4)
                PERFORM  0260-1000-GENERATE-MESSAGE
                    THRU 0260-1000-GENERATE-MESSAGE-X
           END-IF.

       5000-PRINT-GRAND-TOTALS-X.
           EXIT.
      /
      *-----------------
       9999-CLOSE-FILES.
      *-----------------

           PERFORM  RUPL-4000-CLOSE
               THRU RUPL-4000-CLOSE-X.

           PERFORM  UCLI-4000-CLOSE
               THRU UCLI-4000-CLOSE-X.

           PERFORM  RUBN-4000-CLOSE
               THRU RUBN-4000-CLOSE-X.

           IF   WS-RUN-MODE-DAILY
                PERFORM  SWHL-5000-CLOSE
                    THRU SWHL-5000-CLOSE-X
           END-IF.

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
       COPY ACPARUBN.
       COPY ACPNRUBN.
       COPY ACPORUBN.
       COPY ACPLRUBN.
      /
       COPY ACPIAGID.
      /
       COPY ACPISWHL.
      /
      *****************************************************************
      * ERROR HANDLING ROUTINES                                       *
      *****************************************************************

       COPY XCPL0030.

       COPY XCPL0260.

      *****************************************************************
      **                 END OF PROGRAM ASBM9525                     **
      *****************************************************************
