      *************************
       IDENTIFICATION DIVISION.
      *************************

       PROGRAM-ID. ASBM9531.

       COPY XCWWCRHT.

      *****************************************************************
      **  MEMBER :  ASBM9531                                         **
      **  REMARKS:  DAILY ORPHANED-AGENT SWEEP.  THE AGENT LICENSE   **
      **            CHECK RUNS ONLY AT IMPORT, SO AN AGENT WHO       **
      **            TERMINATES WHILE THEIR APPLICATIONS ARE PENDING  **
      **            LEFT THE CASES TO ISSUE WITH A TERMINATED        **
      **            WRITING OR SERVICING AGENT.                      **
      **                                                             **
      **            THE RUPOL DRIVER EXTRACT (SORTED BY APP ID) IS   **
      **            SWEPT AGAINST THE AGID AGENT MASTER FEED.  FOR   **
      **            A PENDING APPLICATION A TERMINATED WRITING,      **
      **            CO-WRITING OR SERVICING AGENT IS REASSIGNED; FOR **
      **            AN APPLICATION ISSUED WITHIN THE LOOK-BACK       **
      **            WINDOW THE WRITING CREDIT IS HISTORY AND ONLY A  **
      **            TERMINATED SERVICING AGENT IS REASSIGNED.  THE   **
      **            SERVICING AGENT IS THE WRITING AGENT UNTIL A     **
      **            REASSIGNMENT SAYS OTHERWISE.  EARLIER            **
      **            REASSIGNMENTS COME FROM THE AGRH HISTORY (SORTED **
      **            BY APP ID AND DATE), SO AN AGENT ALREADY MOVED   **
      **            IS NOT MOVED AGAIN.                              **
      **                                                             **
      **            THE NEW AGENT FOLLOWS THE SALES OFFICE'S RULE ON **
      **            THE SORR MASTER (ALL-'*' ROW AS THE DEFAULT).    **
      **            RULE S GIVES THE ROLE TO THE SURVIVING AGENT ON  **
      **            THE CASE WHEN ACTIVE - A TERMINATED CO-WRITER IS **
      **            SIMPLY TAKEN OFF AND THE WRITER KEEPS THE WHOLE  **
      **            CASE - ELSE TO THE OFFICE DEFAULT AGENT; RULE D  **
      **            ALWAYS USES THE OFFICE DEFAULT AGENT.  A         **
      **            REASSIGNMENT IS NEVER MADE TO AN AGENT WHO IS    **
      **            NOT ACTIVE ON THE AGENT MASTER.                  **
      **                                                             **
      **            EACH REASSIGNMENT IS WRITTEN TO AGRX (ADDED TO   **
      **            THE AGRH HISTORY BY THE JCL) AND PRINTED ON THE  **
      **            AGRP REASSIGNMENT REPORT.  ASBM9437 READS AGRH   **
      **            SO THE COMMISSION FEED CARRIES THE NEW AGENTS.   **
      **            AN AGENT NOT ON THE MASTER, OR A ROLE THAT COULD **
      **            NOT BE REASSIGNED, IS REPORTED AND ENDS THE STEP **
      **            RC 4; A FULL TABLE ENDS IT RC 8 WITH NOTHING     **
      **            REASSIGNED.                                      **
      **                                                             **
      **            JCL PARM:  BYTES 1-2   COMPANY                   **
      **                       BYTES 3-5   ISSUED LOOK-BACK DAYS     **
      **                                   (DEFAULT 030)             **
      **                                                             **
      **  DOMAIN :  AG                                               **
      **  CLASS  :  PD                                               **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
604519**  15OCT26  DEV    NEW PROGRAM                                **
      *****************************************************************

      **********************
       ENVIRONMENT DIVISION.
      **********************

       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY ACSSAGID.
       COPY ACSSSORR.
       COPY ACSSAGRH.
       COPY ACSSAGRX.
       COPY ACSSAGRP.

      ***************
       DATA DIVISION.
      ***************

       FILE SECTION.

       COPY ACSDAGID.

       COPY ACSRAGID.

       COPY ACSDSORR.

       COPY ACSRSORR.

       COPY ACSDAGRH.

       COPY ACSRAGRH.

       COPY ACSDAGRX.

       COPY ACSRAGRX.

       COPY ACSDAGRP.

       COPY ACSRAGRP.

       WORKING-STORAGE SECTION.

       COPY XCWWPGWS REPLACING '$VAR1' BY 'ASBM9531'.

       COPY SQLCA.

       01  WS-COUNTERS.
           05  WS-AGID-REC-READ             PIC 9(07)  VALUE ZEROS.
           05  WS-SORR-REC-READ             PIC 9(07)  VALUE ZEROS.
           05  WS-RUPOL-REC-READ            PIC 9(07)  VALUE ZEROS.
           05  WS-PEND-CHECKED-CNT          PIC 9(07)  VALUE ZEROS.
           05  WS-ISS-CHECKED-CNT           PIC 9(07)  VALUE ZEROS.
           05  WS-REASGN-CNT                PIC 9(07)  VALUE ZEROS.
           05  WS-NOT-ON-MSTR-CNT           PIC 9(07)  VALUE ZEROS.
           05  WS-NOT-REASGN-CNT            PIC 9(07)  VALUE ZEROS.
           05  WS-PIC-COUNTER               PIC Z(06)9.

       01  WS-WORKING-STORAGE.
           05  WS-RUN-DT-CCYYMMDD           PIC 9(08)  VALUE ZEROS.
           05  WS-RUN-DT-EXT                PIC X(10)  VALUE SPACES.
           05  WS-RUN-DT-INT                PIC S9(09) COMP.
           05  WS-ISS-FROM-CCYYMMDD         PIC 9(08)  VALUE ZEROS.
           05  WS-ISS-FROM-DT               PIC X(10)  VALUE SPACES.
           05  WS-LOOKBACK-DAYS             PIC 9(03)  VALUE 030.
           05  WS-MAX-RC                    PIC 9(02)  VALUE ZERO.
           05  WS-RPT-LINE                  PIC X(132).
           05  WS-APP-CLASS-CD              PIC X(01).
               88  WS-APP-PENDING                 VALUE 'P'.
               88  WS-APP-ISSUED                  VALUE 'I'.
               88  WS-APP-OUT-OF-SCOPE            VALUE 'N'.

      * THE AGENTS NOW ON THE CASE, AFTER EARLIER REASSIGNMENTS.

           05  WS-CUR-WRT-AGT               PIC X(06).
           05  WS-CUR-CO-AGT                PIC X(06).
           05  WS-CUR-SERV-AGT              PIC X(06).

      * ONE ROLE BEING REASSIGNED.

           05  WS-ROLE-CD                   PIC X(01).
               88  WS-ROLE-WRITING                VALUE 'W'.
               88  WS-ROLE-CO-WRITING             VALUE 'C'.
               88  WS-ROLE-SERVICING              VALUE 'S'.
           05  WS-ROLE-NM                   PIC X(10).
           05  WS-OLD-AGT                   PIC X(06).
           05  WS-OLD-TRMN-DT               PIC X(10).
           05  WS-SURVIVOR-AGT              PIC X(06).
           05  WS-NEW-AGT                   PIC X(06).
           05  WS-NEW-AGT-TXT               PIC X(09).
           05  WS-REASGN-SW                 PIC X(01).
               88  WS-REASGN-MADE                 VALUE 'Y'.

      * RESULT OF AN AGENT MASTER LOOK-UP.

           05  WS-CHK-AGT-NUM               PIC X(06).
           05  WS-CHK-STAT-CD               PIC X(01).
               88  WS-CHK-ACTIVE                  VALUE 'A'.
               88  WS-CHK-TERMINATED              VALUE 'T'.
               88  WS-CHK-UNKNOWN                 VALUE 'U'.
           05  WS-CHK-TRMN-DT               PIC X(10).

      * THE RULE OF THE APPLICATION'S SALES OFFICE.

           05  WS-RULE-CD                   PIC X(01).
               88  WS-RULE-SURVIVOR               VALUE 'S'.
               88  WS-RULE-DEFAULT                VALUE 'D'.
           05  WS-DFLT-AGT                  PIC X(06).

      * AGENT MASTER TABLE FROM THE AGID FEED.

       01  WS-AGID-WORK-AREA.
           05  WS-AGID-MAX                  PIC S9(04) COMP VALUE +5000.
           05  WS-AGID-CNT                  PIC S9(04) COMP VALUE ZERO.
           05  WS-AGID-SUB                  PIC S9(04) COMP.
           05  WS-AGID-USE-SUB              PIC S9(04) COMP.
           05  WS-AGID-TBL.
               10  WS-AGID-ENTRY            OCCURS 5000 TIMES.
                   15  WS-AGID-AGT-NUM      PIC X(06).
                   15  WS-AGID-STAT-CD      PIC X(01).
                   15  WS-AGID-TRMN-DT      PIC X(10).
           05  WS-AGID-OVRFLW-SW            PIC X(01)  VALUE 'N'.
               88  WS-AGID-OVERFLOW               VALUE 'Y'.

      * SALES OFFICE REASSIGNMENT RULES FROM THE SORR MASTER.

       01  WS-SORR-WORK-AREA.
           05  WS-SORR-MAX                  PIC S9(04) COMP VALUE +500.
           05  WS-SORR-CNT                  PIC S9(04) COMP VALUE ZERO.
           05  WS-SORR-SUB                  PIC S9(04) COMP.
           05  WS-SORR-USE-SUB              PIC S9(04) COMP.
           05  WS-SORR-FIND-SO-NUM          PIC X(03).
           05  WS-SORR-TBL.
               10  WS-SORR-ENTRY            OCCURS 500 TIMES.
                   15  WS-SORR-SO-NUM       PIC X(03).
                   15  WS-SORR-RULE-CD      PIC X(01).
                   15  WS-SORR-DFLT-AGT     PIC X(06).
           05  WS-SORR-OVRFLW-SW            PIC X(01)  VALUE 'N'.
               88  WS-SORR-OVERFLOW               VALUE 'Y'.
      /
       COPY XCWTFCMD.
      /
       COPY ACSWRUPL.
       COPY ACSWAGID.
       COPY ACSWSORR.
       COPY ACSWAGRH.
       COPY ACSWAGRX.
       COPY ACSWAGRP.
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
               10  LK-LOOKBACK-DAYS        PIC 9(03).
               10  FILLER                  PIC X(25).
      /
       PROCEDURE DIVISION USING LK-PARM-AREA.

      *--------------
       0000-MAINLINE.
      *--------------

           PERFORM  0200-INITIALIZE
               THRU 0200-INITIALIZE-X.

           PERFORM  1000-LOAD-AGENT-MASTER
               THRU 1000-LOAD-AGENT-MASTER-X.

           PERFORM  1200-LOAD-OFFICE-RULES
               THRU 1200-LOAD-OFFICE-RULES-X.

           PERFORM  AGRX-4000-OPEN-OUTPUT
               THRU AGRX-4000-OPEN-OUTPUT-X.

           PERFORM  AGRP-4000-OPEN-OUTPUT
               THRU AGRP-4000-OPEN-OUTPUT-X.

           PERFORM  6000-PRINT-HEADINGS
               THRU 6000-PRINT-HEADINGS-X.

      * A PART-LOADED TABLE WOULD TREAT GOOD AGENTS AS UNKNOWN OR
      * USE THE WRONG OFFICE RULE - NOTHING IS REASSIGNED.

           IF   WS-AGID-OVERFLOW
           OR   WS-SORR-OVERFLOW
                MOVE 8                 TO WS-MAX-RC
           ELSE
                PERFORM  2000-SWEEP-APPLICATIONS
                    THRU 2000-SWEEP-APPLICATIONS-X
           END-IF.

           PERFORM  5000-PRINT-GRAND-TOTALS
               THRU 5000-PRINT-GRAND-TOTALS-X.

           PERFORM  AGRX-5000-CLOSE
               THRU AGRX-5000-CLOSE-X.

           PERFORM  AGRP-5000-CLOSE
               THRU AGRP-5000-CLOSE-X.

           MOVE WS-MAX-RC              TO RETURN-CODE.

           STOP RUN.

       0000-MAINLINE-X.
           EXIT.
      /
      *----------------
       0200-INITIALIZE.
      *----------------

           ACCEPT  WS-RUN-DT-CCYYMMDD  FROM DATE YYYYMMDD.

           MOVE WS-RUN-DT-CCYYMMDD (1:4)    TO WS-RUN-DT-EXT (1:4).
           MOVE '-'                         TO WS-RUN-DT-EXT (5:1).
           MOVE WS-RUN-DT-CCYYMMDD (5:2)    TO WS-RUN-DT-EXT (6:2).
           MOVE '-'                         TO WS-RUN-DT-EXT (8:1).
           MOVE WS-RUN-DT-CCYYMMDD (7:2)    TO WS-RUN-DT-EXT (9:2).

           IF   LK-PARM-LEN                  > ZERO
           AND  LK-COMPANY-CODE              > SPACES
                MOVE LK-COMPANY-CODE    TO WGLOB-COMPANY-CODE
           END-IF.

           IF   LK-PARM-LEN                  > 2
           AND  LK-LOOKBACK-DAYS             NUMERIC
           AND  LK-LOOKBACK-DAYS             > ZERO
                MOVE LK-LOOKBACK-DAYS   TO WS-LOOKBACK-DAYS
           END-IF.

      * ISSUED BUSINESS IS SWEPT BACK TO THE START OF THE WINDOW.

           COMPUTE WS-RUN-DT-INT =
               FUNCTION INTEGER-OF-DATE (WS-RUN-DT-CCYYMMDD)
                                     - WS-LOOKBACK-DAYS.
           COMPUTE WS-ISS-FROM-CCYYMMDD =
               FUNCTION DATE-OF-INTEGER (WS-RUN-DT-INT).

           MOVE WS-ISS-FROM-CCYYMMDD (1:4)  TO WS-ISS-FROM-DT (1:4).
           MOVE '-'                         TO WS-ISS-FROM-DT (5:1).
           MOVE WS-ISS-FROM-CCYYMMDD (5:2)  TO WS-ISS-FROM-DT (6:2).
           MOVE '-'                         TO WS-ISS-FROM-DT (8:1).
           MOVE WS-ISS-FROM-CCYYMMDD (7:2)  TO WS-ISS-FROM-DT (9:2).

       0200-INITIALIZE-X.
           EXIT.
      /
      *-----------------------
       1000-LOAD-AGENT-MASTER.
      *-----------------------

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

       1000-LOAD-AGENT-MASTER-X.
           EXIT.
      /
      *--------------------
       1100-LOAD-ONE-AGENT.
      *--------------------

           ADD  1                      TO WS-AGID-REC-READ.

           IF   WS-AGID-CNT            NOT < WS-AGID-MAX
                SET  WS-AGID-OVERFLOW  TO TRUE
      *MSG: AGENT MASTER TABLE FULL AT @1 - NO SWEEP DONE - RC 8
                MOVE 'AS95310001'      TO WGLOB-MSG-REF-INFO
                MOVE WS-AGID-MAX       TO WS-PIC-COUNTER
                MOVE WS-PIC-COUNTER    TO WGLOB-MSG-PARM (1)
                PERFORM  0260-1000-GENERATE-MESSAGE
                    THRU 0260-1000-GENERATE-MESSAGE-X
                GO TO 1100-LOAD-ONE-AGENT-X
           END-IF.

           ADD  1                      TO WS-AGID-CNT.
           MOVE RAGID-AGT-NUM          TO WS-AGID-AGT-NUM (WS-AGID-CNT).
           MOVE RAGID-AGT-STAT-CD      TO WS-AGID-STAT-CD (WS-AGID-CNT).
           MOVE RAGID-AGT-TRMN-DT      TO WS-AGID-TRMN-DT (WS-AGID-CNT).

           PERFORM  AGID-1000-READ
               THRU AGID-1000-READ-X.

       1100-LOAD-ONE-AGENT-X.
           EXIT.
      /
      *-----------------------
       1200-LOAD-OFFICE-RULES.
      *-----------------------

           PERFORM  SORR-3000-OPEN-INPUT
               THRU SORR-3000-OPEN-INPUT-X.

           PERFORM  SORR-1000-READ
               THRU SORR-1000-READ-X.

           PERFORM  1300-LOAD-ONE-RULE
               THRU 1300-LOAD-ONE-RULE-X
               UNTIL WSORR-SEQ-IO-EOF
               OR    WS-SORR-OVERFLOW.

           PERFORM  SORR-5000-CLOSE
               THRU SORR-5000-CLOSE-X.

       1200-LOAD-OFFICE-RULES-X.
           EXIT.
      /
      *-------------------
       1300-LOAD-ONE-RULE.
      *-------------------

           ADD  1                      TO WS-SORR-REC-READ.

           IF   NOT RSORR-RULE-VALID
      *MSG: OFFICE @1 REASSIGNMENT RULE @2 NOT S OR D - ROW IGNORED
                MOVE 4                 TO WS-MAX-RC
                MOVE 'AS95310002'      TO WGLOB-MSG-REF-INFO
                MOVE RSORR-SO-NUM      TO WGLOB-MSG-PARM (1)
                MOVE RSORR-REASGN-RULE-CD
                                       TO WGLOB-MSG-PARM (2)
                PERFORM  0260-1000-GENERATE-MESSAGE
                    THRU 0260-1000-GENERATE-MESSAGE-X
                GO TO 1300-LOAD-ONE-RULE-R
           END-IF.

           IF   WS-SORR-CNT            NOT < WS-SORR-MAX
                SET  WS-SORR-OVERFLOW  TO TRUE
      *MSG: OFFICE RULE TABLE FULL AT @1 - NO SWEEP DONE - RC 8
                MOVE 'AS95310003'      TO WGLOB-MSG-REF-INFO
                MOVE WS-SORR-MAX       TO WS-PIC-COUNTER
                MOVE WS-PIC-COUNTER    TO WGLOB-MSG-PARM (1)
                PERFORM  0260-1000-GENERATE-MESSAGE
                    THRU 0260-1000-GENERATE-MESSAGE-X
                GO TO 1300-LOAD-ONE-RULE-X
           END-IF.

           ADD  1                      TO WS-SORR-CNT.
           MOVE RSORR-SO-NUM           TO WS-SORR-SO-NUM (WS-SORR-CNT).
           MOVE RSORR-REASGN-RULE-CD   TO WS-SORR-RULE-CD
                                              (WS-SORR-CNT).
           MOVE RSORR-DFLT-AGT-NUM     TO WS-SORR-DFLT-AGT
                                              (WS-SORR-CNT).

       1300-LOAD-ONE-RULE-R.

           PERFORM  SORR-1000-READ
               THRU SORR-1000-READ-X.

       1300-LOAD-ONE-RULE-X.
           EXIT.
      /
      *****************************************************************
      * SWEEP - PENDING AND RECENTLY ISSUED APPLICATIONS              *
      *****************************************************************

      *------------------------
       2000-SWEEP-APPLICATIONS.
      *------------------------

           PERFORM  RUPL-3000-OPEN-INPUT
               THRU RUPL-3000-OPEN-INPUT-X.

           PERFORM  AGRH-3000-OPEN-INPUT
               THRU AGRH-3000-OPEN-INPUT-X.

           PERFORM  RUPL-1000-READ
               THRU RUPL-1000-READ-X.
           PERFORM  AGRH-1000-READ
               THRU AGRH-1000-READ-X.

           PERFORM  2100-PROCESS-RUPOL
               THRU 2100-PROCESS-RUPOL-X
               UNTIL WRUPL-SEQ-IO-EOF.

           PERFORM  RUPL-4000-CLOSE
               THRU RUPL-4000-CLOSE-X.

           PERFORM  AGRH-5000-CLOSE
               THRU AGRH-5000-CLOSE-X.

       2000-SWEEP-APPLICATIONS-X.
           EXIT.
      /
      *-------------------
       2100-PROCESS-RUPOL.
      *-------------------

           ADD  1                      TO WS-RUPOL-REC-READ.

           SET  WS-APP-OUT-OF-SCOPE    TO TRUE.

           IF   NOT RUPOL-POL-ASGN
           AND  NOT RUPOL-APL-REJ-YES
                SET  WS-APP-PENDING    TO TRUE
                ADD  1                 TO WS-PEND-CHECKED-CNT
           END-IF.

           IF   RUPOL-POL-ASGN
           AND  RUPOL-POL-ID           > SPACES
           AND  RUPOL-POL-CNV-DT       NOT < WS-ISS-FROM-DT
           AND  RUPOL-POL-CNV-DT       NOT > WS-RUN-DT-EXT
                SET  WS-APP-ISSUED     TO TRUE
                ADD  1                 TO WS-ISS-CHECKED-CNT
           END-IF.

           MOVE RUPOL-SALES-REP-NUM    TO WS-CUR-WRT-AGT.
           MOVE SPACES                 TO WS-CUR-CO-AGT
                                          WS-CUR-SERV-AGT.
           IF   RUPOL-CO-SALES-REP-NUM > SPACES
           AND  RUPOL-CO-SALES-REP-NUM NOT = ZEROS
                MOVE RUPOL-CO-SALES-REP-NUM
                                       TO WS-CUR-CO-AGT
           END-IF.

      * THE HISTORY GROUP IS CONSUMED FOR EVERY APPLICATION TO KEEP
      * THE TWO FILES IN STEP.  ROWS ARE IN DATE ORDER WITHIN THE
      * APPLICATION, SO THE LAST ROW FOR A ROLE IS THE AGENT NOW ON IT.

           PERFORM  2200-AGRH-READ-AHEAD
               THRU 2200-AGRH-READ-AHEAD-X
               UNTIL WAGRH-SEQ-IO-EOF
               OR    RAGRH-APP-ID NOT LESS THAN RUPOL-APP-ID.

           PERFORM  2300-AGRH-CONSUME-GROUP
               THRU 2300-AGRH-CONSUME-GROUP-X
               UNTIL WAGRH-SEQ-IO-EOF
               OR    RAGRH-APP-ID NOT = RUPOL-APP-ID.

           IF   WS-CUR-SERV-AGT        = SPACES
                MOVE WS-CUR-WRT-AGT    TO WS-CUR-SERV-AGT
           END-IF.

           IF   WS-APP-PENDING
                PERFORM  3000-SWEEP-PENDING
                    THRU 3000-SWEEP-PENDING-X
           END-IF.

           IF   WS-APP-ISSUED
                PERFORM  3500-SWEEP-ISSUED
                    THRU 3500-SWEEP-ISSUED-X
           END-IF.

           PERFORM  RUPL-1000-READ
               THRU RUPL-1000-READ-X.

       2100-PROCESS-RUPOL-X.
           EXIT.
      /
      *---------------------
       2200-AGRH-READ-AHEAD.
      *---------------------

           PERFORM  AGRH-1000-READ
               THRU AGRH-1000-READ-X.

       2200-AGRH-READ-AHEAD-X.
           EXIT.
      /
      *------------------------
       2300-AGRH-CONSUME-GROUP.
      *------------------------

           EVALUATE TRUE
               WHEN RAGRH-ROLE-WRITING
                    MOVE RAGRH-NEW-AGT-NUM
                                       TO WS-CUR-WRT-AGT
               WHEN RAGRH-ROLE-CO-WRITING
                    MOVE RAGRH-NEW-AGT-NUM
                                       TO WS-CUR-CO-AGT
               WHEN RAGRH-ROLE-SERVICING
                    MOVE RAGRH-NEW-AGT-NUM
                                       TO WS-CUR-SERV-AGT
           END-EVALUATE.

           PERFORM  AGRH-1000-READ
               THRU AGRH-1000-READ-X.

       2300-AGRH-CONSUME-GROUP-X.
           EXIT.
      /
      *-------------------
       3000-SWEEP-PENDING.
      *-------------------

      *
      * WRITING AGENT - THE CO-WRITER IS THE SURVIVOR.  A SERVICING
      * AGENT WHO WAS THE WRITER MOVES WITH THE WRITING.  A CO-WRITER
      * WHO TAKES OVER THE WRITING COMES OFF THE CO-WRITING ROLE SO
      * THE CASE IS NOT SPLIT WITH THEMSELF.
      *
           MOVE 'A'                    TO WS-CHK-STAT-CD.
           IF   WS-CUR-WRT-AGT         > SPACES
                MOVE WS-CUR-WRT-AGT    TO WS-CHK-AGT-NUM
                PERFORM  7000-CHECK-AGENT
                    THRU 7000-CHECK-AGENT-X
           END-IF.

           IF   WS-CHK-TERMINATED
                SET  WS-ROLE-WRITING   TO TRUE
                MOVE WS-CUR-WRT-AGT    TO WS-OLD-AGT
                MOVE WS-CUR-CO-AGT     TO WS-SURVIVOR-AGT
                PERFORM  4000-REASSIGN-ROLE
                    THRU 4000-REASSIGN-ROLE-X
                IF   WS-REASGN-MADE
                     MOVE WS-NEW-AGT   TO WS-CUR-WRT-AGT
                     IF   WS-CUR-SERV-AGT
                                       = WS-OLD-AGT
                          MOVE WS-NEW-AGT
                                       TO WS-CUR-SERV-AGT
                     END-IF
                     IF   WS-NEW-AGT   = WS-CUR-CO-AGT
                          SET  WS-ROLE-CO-WRITING
                                       TO TRUE
                          MOVE WS-CUR-CO-AGT
                                       TO WS-OLD-AGT
                          MOVE SPACES  TO WS-OLD-TRMN-DT
                                          WS-NEW-AGT
                          PERFORM  4500-WRITE-REASSIGNMENT
                              THRU 4500-WRITE-REASSIGNMENT-X
                          MOVE SPACES  TO WS-CUR-CO-AGT
                     END-IF
                END-IF
           END-IF.

      * CO-WRITING AGENT - THE WRITER IS THE SURVIVOR.

           IF   WS-CUR-CO-AGT          > SPACES
                MOVE WS-CUR-CO-AGT     TO WS-CHK-AGT-NUM
                PERFORM  7000-CHECK-AGENT
                    THRU 7000-CHECK-AGENT-X
                IF   WS-CHK-TERMINATED
                     SET  WS-ROLE-CO-WRITING
                                       TO TRUE
                     MOVE WS-CUR-CO-AGT
                                       TO WS-OLD-AGT
                     MOVE WS-CUR-WRT-AGT
                                       TO WS-SURVIVOR-AGT
                     PERFORM  4000-REASSIGN-ROLE
                         THRU 4000-REASSIGN-ROLE-X
                     IF   WS-REASGN-MADE
                          MOVE WS-NEW-AGT
                                       TO WS-CUR-CO-AGT
                     END-IF
                END-IF
           END-IF.

      * SERVICING AGENT - ONLY WHEN IT IS SET APART FROM THE WRITER;
      * OTHERWISE IT FOLLOWS THE WRITER CHECKED ABOVE.

           IF   WS-CUR-SERV-AGT        NOT = WS-CUR-WRT-AGT
                PERFORM  3600-CHECK-SERVICING
                    THRU 3600-CHECK-SERVICING-X
           END-IF.

       3000-SWEEP-PENDING-X.
           EXIT.
      /
      *------------------
       3500-SWEEP-ISSUED.
      *------------------

      *
      * THE WRITING CREDIT OF AN ISSUED POLICY IS HISTORY - ONLY THE
      * SERVICING AGENT IS MOVED.  THE CO-WRITER IS THE SURVIVOR.
      *
           PERFORM  3600-CHECK-SERVICING
               THRU 3600-CHECK-SERVICING-X.

       3500-SWEEP-ISSUED-X.
           EXIT.
      /
      *---------------------
       3600-CHECK-SERVICING.
      *---------------------

           IF   WS-CUR-SERV-AGT        = SPACES
                GO TO 3600-CHECK-SERVICING-X
           END-IF.

           MOVE WS-CUR-SERV-AGT        TO WS-CHK-AGT-NUM.
           PERFORM  7000-CHECK-AGENT
               THRU 7000-CHECK-AGENT-X.

           IF   NOT WS-CHK-TERMINATED
                GO TO 3600-CHECK-SERVICING-X
           END-IF.

           SET  WS-ROLE-SERVICING      TO TRUE.
           MOVE WS-CUR-SERV-AGT        TO WS-OLD-AGT.

           IF   WS-APP-ISSUED
                MOVE WS-CUR-CO-AGT     TO WS-SURVIVOR-AGT
           ELSE
                MOVE WS-CUR-WRT-AGT    TO WS-SURVIVOR-AGT
           END-IF.

           PERFORM  4000-REASSIGN-ROLE
               THRU 4000-REASSIGN-ROLE-X.

           IF   WS-REASGN-MADE
                MOVE WS-NEW-AGT        TO WS-CUR-SERV-AGT
           END-IF.

       3600-CHECK-SERVICING-X.
           EXIT.
      /
      *******************************************************
      * ONE ROLE HELD BY A TERMINATED AGENT.  WS-ROLE-CD,   *
      * WS-OLD-AGT AND WS-SURVIVOR-AGT ARE SET BY THE       *
      * CALLER; WS-NEW-AGT IS RETURNED WITH WS-REASGN-MADE. *
      *******************************************************
      *-------------------
       4000-REASSIGN-ROLE.
      *-------------------

           MOVE 'N'                    TO WS-REASGN-SW.
           MOVE SPACES                 TO WS-NEW-AGT.
           MOVE WS-CHK-TRMN-DT         TO WS-OLD-TRMN-DT.

           MOVE RUPOL-SO-NUM           TO WS-SORR-FIND-SO-NUM.
           PERFORM  7200-FIND-OFFICE-RULE
               THRU 7200-FIND-OFFICE-RULE-X.

           IF   WS-SORR-USE-SUB        = ZERO
                MOVE '***'             TO WS-SORR-FIND-SO-NUM
                PERFORM  7200-FIND-OFFICE-RULE
                    THRU 7200-FIND-OFFICE-RULE-X
           END-IF.

           IF   WS-SORR-USE-SUB        = ZERO
                MOVE SPACES            TO WS-RULE-CD
                                          WS-DFLT-AGT
           ELSE
                MOVE WS-SORR-RULE-CD (WS-SORR-USE-SUB)
                                       TO WS-RULE-CD
                MOVE WS-SORR-DFLT-AGT (WS-SORR-USE-SUB)
                                       TO WS-DFLT-AGT
           END-IF.

      * THE SURVIVING AGENT ON THE CASE, WHEN THE RULE ALLOWS AND THEY
      * ARE STILL ACTIVE.  A CO-WRITING ROLE GIVEN TO THE SURVIVOR IS
      * SIMPLY DROPPED - THE WRITER KEEPS THE WHOLE CASE.

           IF   WS-RULE-SURVIVOR
           AND  WS-SURVIVOR-AGT        > SPACES
                MOVE WS-SURVIVOR-AGT   TO WS-CHK-AGT-NUM
                PERFORM  7000-CHECK-AGENT
                    THRU 7000-CHECK-AGENT-X
                IF   WS-CHK-ACTIVE
                     SET  WS-REASGN-MADE
                                       TO TRUE
                     IF   NOT WS-ROLE-CO-WRITING
                          MOVE WS-SURVIVOR-AGT
                                       TO WS-NEW-AGT
                     END-IF
                     GO TO 4000-REASSIGN-ROLE-W
                END-IF
           END-IF.

      * OTHERWISE THE OFFICE DEFAULT AGENT, WHO MUST BE ACTIVE.

           IF   WS-DFLT-AGT            > SPACES
                MOVE WS-DFLT-AGT       TO WS-CHK-AGT-NUM
                PERFORM  7000-CHECK-AGENT
                    THRU 7000-CHECK-AGENT-X
                IF   WS-CHK-ACTIVE
                     SET  WS-REASGN-MADE
                                       TO TRUE
                     MOVE WS-DFLT-AGT  TO WS-NEW-AGT
                     GO TO 4000-REASSIGN-ROLE-W
                END-IF
           END-IF.

           ADD  1                      TO WS-NOT-REASGN-CNT.
           MOVE 4                      TO WS-MAX-RC.
           PERFORM  7400-SET-ROLE-NAME
               THRU 7400-SET-ROLE-NAME-X.
      *MSG: APP @1 @2 AGENT @3 TERMINATED - OFFICE @4 HAS NO ACTIVE
      *     AGENT TO REASSIGN TO
           MOVE 'AS95310005'           TO WGLOB-MSG-REF-INFO.
           MOVE RUPOL-APP-ID           TO WGLOB-MSG-PARM (1).
           MOVE WS-ROLE-NM             TO WGLOB-MSG-PARM (2).
           MOVE WS-OLD-AGT             TO WGLOB-MSG-PARM (3).
           MOVE RUPOL-SO-NUM           TO WGLOB-MSG-PARM (4).
           PERFORM  0260-1000-GENERATE-MESSAGE
               THRU 0260-1000-GENERATE-MESSAGE-X.

           MOVE '(NONE)'               TO WS-NEW-AGT-TXT.
           PERFORM  6100-PRINT-DETAIL
               THRU 6100-PRINT-DETAIL-X.

           GO TO 4000-REASSIGN-ROLE-X.

       4000-REASSIGN-ROLE-W.

           PERFORM  4500-WRITE-REASSIGNMENT
               THRU 4500-WRITE-REASSIGNMENT-X.

       4000-REASSIGN-ROLE-X.
           EXIT.
      /
      *------------------------
       4500-WRITE-REASSIGNMENT.
      *------------------------

           MOVE SPACES                 TO RAGRX-SEQ-REC-INFO.
           MOVE RUPOL-APP-ID           TO RAGRX-APP-ID.
           MOVE RUPOL-POL-ID           TO RAGRX-POL-ID.
           MOVE WS-ROLE-CD             TO RAGRX-AGT-ROLE-CD.
           MOVE WS-OLD-AGT             TO RAGRX-OLD-AGT-NUM.
           MOVE WS-NEW-AGT             TO RAGRX-NEW-AGT-NUM.
           MOVE WS-RUN-DT-EXT          TO RAGRX-REASGN-DT.
           MOVE RUPOL-SO-NUM           TO RAGRX-SO-NUM.
           MOVE WS-RULE-CD             TO RAGRX-REASGN-RULE-CD.
           IF   WS-APP-ISSUED
                SET  RAGRX-APP-ISSUED  TO TRUE
           ELSE
                SET  RAGRX-APP-PENDING TO TRUE
           END-IF.

           PERFORM  AGRX-2000-WRITE
               THRU AGRX-2000-WRITE-X.

           ADD  1                      TO WS-REASGN-CNT.

           IF   WS-NEW-AGT             = SPACES
                MOVE '(REMOVED)'       TO WS-NEW-AGT-TXT
           ELSE
                MOVE WS-NEW-AGT        TO WS-NEW-AGT-TXT
           END-IF.

           PERFORM  6100-PRINT-DETAIL
               THRU 6100-PRINT-DETAIL-X.

       4500-WRITE-REASSIGNMENT-X.
           EXIT.
      /
      *------------------------
       5000-PRINT-GRAND-TOTALS.
      *------------------------

      *MSG: APPS @1 - PENDING @2 - ISSUED @3 - REASSIGNED @4 -
      *     NOT REASSIGNED @5
           MOVE 'AS95310006'           TO WGLOB-MSG-REF-INFO.
           MOVE WS-RUPOL-REC-READ      TO WS-PIC-COUNTER.
           MOVE WS-PIC-COUNTER         TO WGLOB-MSG-PARM (1).
           MOVE WS-PEND-CHECKED-CNT    TO WS-PIC-COUNTER.
           MOVE WS-PIC-COUNTER         TO WGLOB-MSG-PARM (2).
           MOVE WS-ISS-CHECKED-CNT     TO WS-PIC-COUNTER.
           MOVE WS-PIC-COUNTER         TO WGLOB-MSG-PARM (3).
           MOVE WS-REASGN-CNT          TO WS-PIC-COUNTER.
           MOVE WS-PIC-COUNTER         TO WGLOB-MSG-PARM (4).
           MOVE WS-NOT-REASGN-CNT      TO WS-PIC-COUNTER.
           MOVE WS-PIC-COUNTER         TO WGLOB-MSG-PARM (5).
           PERFORM  0260-1000-GENERATE-MESSAGE
               THRU 0260-1000-GENERATE-MESSAGE-X.

           MOVE SPACES                 TO WS-RPT-LINE.
           PERFORM  6900-PRINT-LINE
               THRU 6900-PRINT-LINE-X.

           MOVE SPACES                 TO WS-RPT-LINE.
           MOVE 'ROLES REASSIGNED'     TO WS-RPT-LINE (1:16).
           MOVE WS-REASGN-CNT          TO WS-PIC-COUNTER.
           MOVE WS-PIC-COUNTER         TO WS-RPT-LINE (18:7).
           MOVE 'NOT REASSIGNED'       TO WS-RPT-LINE (28:14).
           MOVE WS-NOT-REASGN-CNT      TO WS-PIC-COUNTER.
           MOVE WS-PIC-COUNTER         TO WS-RPT-LINE (43:7).
           MOVE 'AGENTS NOT ON MASTER' TO WS-RPT-LINE (53:20).
           MOVE WS-NOT-ON-MSTR-CNT     TO WS-PIC-COUNTER.
           MOVE WS-PIC-COUNTER         TO WS-RPT-LINE (74:7).
           PERFORM  6900-PRINT-LINE
               THRU 6900-PRINT-LINE-X.

       5000-PRINT-GRAND-TOTALS-X.
           EXIT.
      /
      *--------------------
       6000-PRINT-HEADINGS.
      *--------------------

           MOVE SPACES                 TO WS-RPT-LINE.
           STRING 'ORPHANED-AGENT REASSIGNMENT REPORT   RUN DATE '
                  WS-RUN-DT-EXT
                  '   ISSUED SINCE '
                  WS-ISS-FROM-DT
                  DELIMITED BY SIZE
                  INTO WS-RPT-LINE.
           MOVE SPACES                 TO RAGRP-SEQ-REC-INFO.
           SET  RAGRP-NEW-PAGE         TO TRUE.
           MOVE WS-RPT-LINE            TO RAGRP-LINE-TXT.
           PERFORM  AGRP-2000-WRITE
               THRU AGRP-2000-WRITE-X.

           MOVE SPACES                 TO WS-RPT-LINE.
           PERFORM  6900-PRINT-LINE
               THRU 6900-PRINT-LINE-X.

           MOVE SPACES                 TO WS-RPT-LINE.
           STRING 'APPLICATION     POLICY     OFF STATUS  '
                  'ROLE       FROM   TERMINATED  TO         RULE'
                  DELIMITED BY SIZE
                  INTO WS-RPT-LINE.
           PERFORM  6900-PRINT-LINE
               THRU 6900-PRINT-LINE-X.

       6000-PRINT-HEADINGS-X.
           EXIT.
      /
      *------------------
       6100-PRINT-DETAIL.
      *------------------

           PERFORM  7400-SET-ROLE-NAME
               THRU 7400-SET-ROLE-NAME-X.

           MOVE SPACES                 TO WS-RPT-LINE.
           STRING RUPOL-APP-ID ' '
                  RUPOL-POL-ID ' '
                  RUPOL-SO-NUM ' '
                  DELIMITED BY SIZE
                  INTO WS-RPT-LINE.

           IF   WS-APP-ISSUED
                MOVE 'ISSUED '         TO WS-RPT-LINE (32:7)
           ELSE
                MOVE 'PENDING'         TO WS-RPT-LINE (32:7)
           END-IF.

           MOVE WS-ROLE-NM             TO WS-RPT-LINE (40:10).
           MOVE WS-OLD-AGT             TO WS-RPT-LINE (51:6).
           MOVE WS-OLD-TRMN-DT         TO WS-RPT-LINE (58:10).
           MOVE WS-NEW-AGT-TXT         TO WS-RPT-LINE (70:9).
           MOVE WS-RULE-CD             TO WS-RPT-LINE (81:1).

           PERFORM  6900-PRINT-LINE
               THRU 6900-PRINT-LINE-X.

       6100-PRINT-DETAIL-X.
           EXIT.
      /
      *----------------
       6900-PRINT-LINE.
      *----------------

           MOVE SPACES                 TO RAGRP-SEQ-REC-INFO.
           MOVE WS-RPT-LINE            TO RAGRP-LINE-TXT.

           PERFORM  AGRP-2000-WRITE
               THRU AGRP-2000-WRITE-X.

       6900-PRINT-LINE-X.
           EXIT.
      /
      *******************************************************
      * AGENT MASTER LOOK-UP FOR WS-CHK-AGT-NUM.  A         *
      * TERMINATION DATED AFTER TODAY IS NOT YET IN FORCE.  *
      *******************************************************
      *-----------------
       7000-CHECK-AGENT.
      *-----------------

           MOVE ZERO                   TO WS-AGID-USE-SUB.
           MOVE SPACES                 TO WS-CHK-TRMN-DT.

           PERFORM  7100-MATCH-ONE-AGENT
               THRU 7100-MATCH-ONE-AGENT-X
               VARYING WS-AGID-SUB FROM 1 BY 1
               UNTIL   WS-AGID-SUB > WS-AGID-CNT
               OR      WS-AGID-USE-SUB > ZERO.

           IF   WS-AGID-USE-SUB        = ZERO
                SET  WS-CHK-UNKNOWN    TO TRUE
                ADD  1                 TO WS-NOT-ON-MSTR-CNT
                MOVE 4                 TO WS-MAX-RC
      *MSG: APP @1 AGENT @2 NOT ON THE AGENT MASTER - NOT CHECKED
                MOVE 'AS95310004'      TO WGLOB-MSG-REF-INFO
                MOVE RUPOL-APP-ID      TO WGLOB-MSG-PARM (1)
                MOVE WS-CHK-AGT-NUM    TO WGLOB-MSG-PARM (2)
                PERFORM  0260-1000-GENERATE-MESSAGE
                    THRU 0260-1000-GENERATE-MESSAGE-X
                GO TO 7000-CHECK-AGENT-X
           END-IF.

           SET  WS-CHK-ACTIVE          TO TRUE.

           IF   WS-AGID-STAT-CD (WS-AGID-USE-SUB) = 'T'
           AND  WS-AGID-TRMN-DT (WS-AGID-USE-SUB) NOT > WS-RUN-DT-EXT
                SET  WS-CHK-TERMINATED TO TRUE
                MOVE WS-AGID-TRMN-DT (WS-AGID-USE-SUB)
                                       TO WS-CHK-TRMN-DT
           END-IF.

       7000-CHECK-AGENT-X.
           EXIT.
      /
      *---------------------
       7100-MATCH-ONE-AGENT.
      *---------------------

           IF   WS-AGID-AGT-NUM (WS-AGID-SUB) = WS-CHK-AGT-NUM
                MOVE WS-AGID-SUB       TO WS-AGID-USE-SUB
           END-IF.

       7100-MATCH-ONE-AGENT-X.
           EXIT.
      /
      *----------------------
       7200-FIND-OFFICE-RULE.
      *----------------------

           MOVE ZERO                   TO WS-SORR-USE-SUB.

           PERFORM  7300-MATCH-ONE-RULE
               THRU 7300-MATCH-ONE-RULE-X
               VARYING WS-SORR-SUB FROM 1 BY 1
               UNTIL   WS-SORR-SUB > WS-SORR-CNT
               OR      WS-SORR-USE-SUB > ZERO.

       7200-FIND-OFFICE-RULE-X.
           EXIT.
      /
      *--------------------
       7300-MATCH-ONE-RULE.
      *--------------------

           IF   WS-SORR-SO-NUM (WS-SORR-SUB) = WS-SORR-FIND-SO-NUM
                MOVE WS-SORR-SUB       TO WS-SORR-USE-SUB
           END-IF.

       7300-MATCH-ONE-RULE-X.
           EXIT.
      /
      *-------------------
       7400-SET-ROLE-NAME.
      *-------------------

           EVALUATE TRUE
               WHEN WS-ROLE-WRITING
                    MOVE 'WRITING'     TO WS-ROLE-NM
               WHEN WS-ROLE-CO-WRITING
                    MOVE 'CO-WRITING'  TO WS-ROLE-NM
               WHEN OTHER
                    MOVE 'SERVICING'   TO WS-ROLE-NM
           END-EVALUATE.

       7400-SET-ROLE-NAME-X.
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
       COPY ACPIAGID.
      /
       COPY ACPISORR.
      /
       COPY ACPIAGRH.
      /
       COPY ACPIAGRX.
      /
       COPY ACPIAGRP.
      /
      *****************************************************************
      * ERROR HANDLING ROUTINES                                       *
      *****************************************************************

       COPY XCPL0030.

       COPY XCPL0260.

      *****************************************************************
      **                 END OF PROGRAM ASBM9531                     **
      *****************************************************************
