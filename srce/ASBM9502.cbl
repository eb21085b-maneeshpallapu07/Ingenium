      *************************
       IDENTIFICATION DIVISION.
      *************************

       PROGRAM-ID. ASBM9502.

       COPY XCWWCRHT.

      *****************************************************************
      **  MEMBER :  ASBM9502                                         **
      **  REMARKS:  POLICY NUMBER RANGE INVENTORY AND EXHAUSTION     **
      **            MONITOR.  EACH POLICY NUMBER SERIES - ONE PER    **
      **            BUSINESS CLASS (007678) AND, ON A PARALLEL RUN,  **
      **            ONE PER IMPORT INSTANCE (618204) - HAS A ROW ON  **
      **            THE PNRG RANGE TABLE WITH ITS ALLOCATED RANGE    **
      **            AND THE HIGH-WATER MARK ISSUED FROM IT.  THE RUN **
      **            (1) APPLIES ANY RNGC ALLOCATION CARDS, (2) READS **
      **            THE RUPOL DRIVER EXTRACT, RAISING EACH RANGE'S   **
      **            HIGH-WATER MARK TO THE HIGHEST NUMBER ISSUED     **
      **            FROM IT AND COUNTING THE NUMBERS ISSUED OVER THE **
      **            RECENT VOLUME WINDOW, AND (3) PROJECTS THE DAYS  **
      **            TO EXHAUSTION OF EVERY RANGE FROM THAT VOLUME,   **
      **            WRITING ONE PNRX REPORT ROW PER RANGE.  A RANGE  **
      **            PROJECTED TO RUN DRY INSIDE ITS WARNING DAYS     **
      **            ENDS THE STEP RC 4; AN EXHAUSTED RANGE ENDS IT   **
      **            RC 8 - OPERATIONS ARE PAGED FROM EITHER CODE,    **
      **            WELL BEFORE THE IMPORT FAILS MID-RUN.            **
      **                                                             **
      **            JCL PARM:  BYTES 1-2   COMPANY                   **
      **                       BYTES 3-5   VOLUME WINDOW DAYS        **
      **                                   (DEFAULT 030)             **
      **                       BYTES 6-8   WARNING DAYS FOR A RANGE  **
      **                                   WITH NONE OF ITS OWN      **
      **                                   (DEFAULT 060)             **
      **                                                             **
      **  DOMAIN :  UW                                               **
      **  CLASS  :  PD                                               **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
741962**  15OCT26  DEV    NEW PROGRAM                                **
      *****************************************************************

      **********************
       ENVIRONMENT DIVISION.
      **********************

       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY ACSSRNGC.
       COPY ACSSPNRX.

      ***************
       DATA DIVISION.
      ***************

       FILE SECTION.

       COPY ACSDRNGC.

       COPY ACSRRNGC.

       COPY ACSDPNRX.

       COPY ACSRPNRX.

       WORKING-STORAGE SECTION.

       COPY XCWWPGWS REPLACING '$VAR1' BY 'ASBM9502'.

       COPY SQLCA.

       01  WS-COUNTERS.
           05  WS-RNGC-REC-READ             PIC 9(07)  VALUE ZEROS.
           05  WS-RNGC-REC-APPLIED          PIC 9(07)  VALUE ZEROS.
           05  WS-RNGC-REC-REJECTED         PIC 9(07)  VALUE ZEROS.
           05  WS-RUPOL-REC-READ            PIC 9(07)  VALUE ZEROS.
           05  WS-RUPOL-NOT-IN-RANGE        PIC 9(07)  VALUE ZEROS.
           05  WS-PNRX-REC-WRITTEN          PIC 9(07)  VALUE ZEROS.
           05  WS-RNG-WARNING-CNT           PIC 9(07)  VALUE ZEROS.
           05  WS-RNG-EXHAUSTED-CNT         PIC 9(07)  VALUE ZEROS.
           05  WS-PIC-COUNTER               PIC Z(06)9.

       01  WS-PGM-WORK-AREA.
           05  WS-VOLUME-DAYS               PIC 9(03)  VALUE 030.
           05  WS-DFLT-WARN-DAYS            PIC 9(03)  VALUE 060.
           05  WS-WARN-DAYS                 PIC 9(03).
           05  WS-RUN-DT-INT                PIC S9(09) COMP-3.
           05  WS-DAYS-OLD                  PIC S9(05) COMP-3.
           05  WS-POL-NUM                   PIC 9(09).
           05  WS-RMNG-CNT                  PIC S9(09) COMP-3.
           05  WS-AVG-PER-DAY               PIC S9(07)V9(02) COMP-3.
           05  WS-DAYS-LEFT                 PIC S9(09) COMP-3.
           05  WS-XHST-DT-INT               PIC S9(09) COMP-3.
           05  WS-XHST-DT-CCYYMMDD          PIC 9(08).
           05  WS-RUN-DT-CCYYMMDD           PIC 9(08)  VALUE ZEROS.
           05  WS-RUN-DT-ISO                PIC X(10).
           05  WS-ISO-DT                    PIC X(10).
           05  WS-ISO-DT-CCYYMMDD-GRP.
               10  WS-ISO-DT-CCYY           PIC X(04).
               10  WS-ISO-DT-MM             PIC X(02).
               10  WS-ISO-DT-DD             PIC X(02).
           05  WS-ISO-DT-CCYYMMDD           REDEFINES
               WS-ISO-DT-CCYYMMDD-GRP       PIC 9(08).
           05  WS-ISO-DT-INT                PIC S9(09) COMP-3.
           05  WS-MAX-RC                    PIC 9(02)  VALUE ZERO.

      * EVERY RANGE FOR THE COMPANY, WITH THE HIGH-WATER MARK AND
      * ISSUE VOLUME ACCUMULATED FROM THE RUPOL EXTRACT.

       01  WS-RNG-WORK-AREA.
           05  WS-RNG-MAX                   PIC S9(04) COMP VALUE +100.
           05  WS-RNG-CNT                   PIC S9(04) COMP VALUE ZERO.
           05  WS-RNG-SUB                   PIC S9(04) COMP.
           05  WS-RNG-CHK-SUB               PIC S9(04) COMP.
           05  WS-RNG-USE-SUB               PIC S9(04) COMP.
           05  WS-RNG-TBL.
               10  WS-RNG-ENTRY             OCCURS 100 TIMES.
                   15  WS-RNG-BUS-CLASS-CD  PIC X(01).
                   15  WS-RNG-INST-ID       PIC X(02).
                   15  WS-RNG-STAT-CD       PIC X(01).
                   15  WS-RNG-LOW-NUM       PIC 9(09).
                   15  WS-RNG-HIGH-NUM      PIC 9(09).
                   15  WS-RNG-HWM-NUM       PIC 9(09).
                   15  WS-RNG-HWM-POL-ID    PIC X(10).
                   15  WS-RNG-HWM-CHG-SW    PIC X(01).
                       88  WS-RNG-HWM-CHANGED       VALUE 'Y'.
                   15  WS-RNG-WARN-DAYS     PIC 9(03).
                   15  WS-RNG-ISSUE-CNT     PIC 9(07).
           05  WS-RNG-OVRFLW-SW             PIC X(01)  VALUE 'N'.
               88  WS-RNG-OVERFLOW                VALUE 'Y'.
      /
       COPY XCWTFCMD.
      /
       COPY ACSWRNGC.
       COPY ACSWRUPL.
       COPY ACSWPNRX.
      /
       COPY ACFWPNRG.
       COPY ACFRPNRG.
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
               10  LK-VOLUME-DAYS          PIC 9(03).
               10  LK-WARN-DAYS            PIC 9(03).
               10  FILLER                  PIC X(22).
      /
       PROCEDURE DIVISION USING LK-PARM-AREA.

      *--------------
       0000-MAINLINE.
      *--------------

           PERFORM  0100-OPEN-FILES
               THRU 0100-OPEN-FILES-X.

           PERFORM  0200-INITIALIZE
               THRU 0200-INITIALIZE-X.

           PERFORM  RNGC-1000-READ
               THRU RNGC-1000-READ-X.

           PERFORM  1000-APPLY-CARD
               THRU 1000-APPLY-CARD-X
               UNTIL WRNGC-SEQ-IO-EOF.

           PERFORM  2000-LOAD-RANGES
               THRU 2000-LOAD-RANGES-X.

           IF   NOT WS-RNG-OVERFLOW
                PERFORM  RUPL-1000-READ
                    THRU RUPL-1000-READ-X

                PERFORM  3000-PROCESS-RUPOL
                    THRU 3000-PROCESS-RUPOL-X
                    UNTIL WRUPL-SEQ-IO-EOF

                PERFORM  4000-PROJECT-RANGE
                    THRU 4000-PROJECT-RANGE-X
                    VARYING WS-RNG-SUB FROM 1 BY 1
                    UNTIL WS-RNG-SUB > WS-RNG-CNT
           END-IF.

           PERFORM  5000-PRINT-GRAND-TOTALS
               THRU 5000-PRINT-GRAND-TOTALS-X.

           PERFORM  9999-CLOSE-FILES
               THRU 9999-CLOSE-FILES-X.

           IF   WS-RNG-OVERFLOW
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

           PERFORM  RNGC-3000-OPEN-INPUT
               THRU RNGC-3000-OPEN-INPUT-X.

           PERFORM  RUPL-3000-OPEN-INPUT
               THRU RUPL-3000-OPEN-INPUT-X.

           PERFORM  PNRX-4000-OPEN-OUTPUT
               THRU PNRX-4000-OPEN-OUTPUT-X.

       0100-OPEN-FILES-X.
           EXIT.
      /
      *----------------
       0200-INITIALIZE.
      *----------------

           ACCEPT  WS-RUN-DT-CCYYMMDD  FROM DATE YYYYMMDD.

           MOVE WS-RUN-DT-CCYYMMDD (1:4)    TO WS-RUN-DT-ISO (1:4).
           MOVE '-'                         TO WS-RUN-DT-ISO (5:1).
           MOVE WS-RUN-DT-CCYYMMDD (5:2)    TO WS-RUN-DT-ISO (6:2).
           MOVE '-'                         TO WS-RUN-DT-ISO (8:1).
           MOVE WS-RUN-DT-CCYYMMDD (7:2)    TO WS-RUN-DT-ISO (9:2).

           COMPUTE WS-RUN-DT-INT =
               FUNCTION INTEGER-OF-DATE (WS-RUN-DT-CCYYMMDD).

           IF   LK-PARM-LEN                  > ZERO
           AND  LK-COMPANY-CODE              > SPACES
                MOVE LK-COMPANY-CODE    TO WGLOB-COMPANY-CODE
           END-IF.

           IF   LK-PARM-LEN                  > 2
           AND  LK-VOLUME-DAYS               NUMERIC
           AND  LK-VOLUME-DAYS               > ZERO
                MOVE LK-VOLUME-DAYS     TO WS-VOLUME-DAYS
           END-IF.

           IF   LK-PARM-LEN                  > 5
           AND  LK-WARN-DAYS                 NUMERIC
           AND  LK-WARN-DAYS                 > ZERO
                MOVE LK-WARN-DAYS       TO WS-DFLT-WARN-DAYS
           END-IF.

       0200-INITIALIZE-X.
           EXIT.
      /
      *----------------
       1000-APPLY-CARD.
      *----------------

      *
      * AN 'A' CARD ADDS A NEW SERIES OR RE-ALLOCATES AN EXISTING ONE
      * (A TOP-UP EXTENDS THE HIGH END); A 'C' CARD CLOSES A SERIES
      * THAT IS NO LONGER DRAWN ON SO IT DROPS OUT OF THE WARNINGS.
      * THE HIGH-WATER MARK IS NEVER TAKEN FROM A CARD.
      *
           ADD  1                      TO WS-RNGC-REC-READ.

           IF   RRNGC-CO-ID        NOT = WGLOB-COMPANY-CODE
                GO TO 1000-APPLY-CARD-R
           END-IF.

           IF   NOT RRNGC-ACTN-ALLOCATE
           AND  NOT RRNGC-ACTN-CLOSE
                GO TO 1000-APPLY-CARD-E
           END-IF.

           IF   RRNGC-ACTN-ALLOCATE
                IF   RRNGC-RNG-LOW-NUM      NOT NUMERIC
                OR   RRNGC-RNG-HIGH-NUM     NOT NUMERIC
                OR   RRNGC-RNG-LOW-NUM      = ZERO
                OR   RRNGC-RNG-LOW-NUM      > RRNGC-RNG-HIGH-NUM
                     GO TO 1000-APPLY-CARD-E
                END-IF
                IF   RRNGC-WARN-DAYS        NOT NUMERIC
                     MOVE ZERO         TO RRNGC-WARN-DAYS
                END-IF
           END-IF.

           MOVE RRNGC-KEY              TO WPNRG-KEY.
           SET  WPNRG-ENVRMNT-BATCH    TO TRUE.

           PERFORM  PNRG-1000-READ
               THRU PNRG-1000-READ-X.

           IF   WPNRG-IO-NOT-FOUND
           AND  RRNGC-ACTN-ALLOCATE
                PERFORM  1100-ADD-RANGE
                    THRU 1100-ADD-RANGE-X
           ELSE
                PERFORM  1200-CHANGE-RANGE
                    THRU 1200-CHANGE-RANGE-X
           END-IF.

           IF   NOT WPNRG-IO-OK
                GO TO 1000-APPLY-CARD-E
           END-IF.

           ADD  1                      TO WS-RNGC-REC-APPLIED.

           GO TO 1000-APPLY-CARD-R.

       1000-APPLY-CARD-E.

           ADD  1                      TO WS-RNGC-REC-REJECTED.

           IF   WS-MAX-RC              < 4
                MOVE 4                 TO WS-MAX-RC
           END-IF.

      *MSG: RANGE CARD REJECTED - CLASS @1 INSTANCE @2 ACTION @3
           MOVE 'AS95020005'           TO WGLOB-MSG-REF-INFO.
           MOVE RRNGC-BUS-CLASS-CD     TO WGLOB-MSG-PARM (1).
           MOVE RRNGC-INST-ID          TO WGLOB-MSG-PARM (2).
           MOVE RRNGC-ACTN-CD          TO WGLOB-MSG-PARM (3).
           PERFORM  0260-1000-GENERATE-MESSAGE
               THRU 0260-1000-GENERATE-MESSAGE-X.

       1000-APPLY-CARD-R.

           PERFORM  RNGC-1000-READ
               THRU RNGC-1000-READ-X.

       1000-APPLY-CARD-X.
           EXIT.
      /
      *---------------
       1100-ADD-RANGE.
      *---------------

           PERFORM  PNRG-1000-CREATE
               THRU PNRG-1000-CREATE-X.

           MOVE RRNGC-RNG-LOW-NUM      TO RPNRG-RNG-LOW-NUM.
           MOVE RRNGC-RNG-HIGH-NUM     TO RPNRG-RNG-HIGH-NUM.
           MOVE RRNGC-WARN-DAYS        TO RPNRG-WARN-DAYS.
           MOVE RRNGC-USER-ID          TO RPNRG-UPDT-USER-ID.

           PERFORM  PNRG-1000-WRITE
               THRU PNRG-1000-WRITE-X.

       1100-ADD-RANGE-X.
           EXIT.
      /
      *------------------
       1200-CHANGE-RANGE.
      *------------------

           IF   NOT WPNRG-IO-OK
                GO TO 1200-CHANGE-RANGE-X
           END-IF.

           IF   RRNGC-ACTN-CLOSE
                SET  RPNRG-RNG-STAT-CLOSED   TO TRUE
           ELSE
                MOVE RRNGC-RNG-LOW-NUM  TO RPNRG-RNG-LOW-NUM
                MOVE RRNGC-RNG-HIGH-NUM TO RPNRG-RNG-HIGH-NUM
                MOVE RRNGC-WARN-DAYS    TO RPNRG-WARN-DAYS
                SET  RPNRG-RNG-STAT-ACTIVE   TO TRUE
           END-IF.

           MOVE RRNGC-USER-ID          TO RPNRG-UPDT-USER-ID.

           PERFORM  PNRG-2000-REWRITE
               THRU PNRG-2000-REWRITE-X.

       1200-CHANGE-RANGE-X.
           EXIT.
      /
      *-----------------
       2000-LOAD-RANGES.
      *-----------------

           MOVE LOW-VALUES             TO WPNRG-KEY.
           MOVE WGLOB-COMPANY-CODE     TO WPNRG-CO-ID.
           SET  WPNRG-ENVRMNT-BATCH    TO TRUE.

           PERFORM  PNRG-1000-BROWSE
               THRU PNRG-1000-BROWSE-X.

           PERFORM  PNRG-2000-READ-NEXT
               THRU PNRG-2000-READ-NEXT-X.

           PERFORM  2100-LOAD-ONE-RANGE
               THRU 2100-LOAD-ONE-RANGE-X
               UNTIL WPNRG-IO-EOF
               OR    WPNRG-IO-ERROR
               OR    WS-RNG-OVERFLOW.

           PERFORM  PNRG-3000-END-BROWSE
               THRU PNRG-3000-END-BROWSE-X.

      * TWO OPEN SERIES SHARING NUMBERS WOULD LET TWO IMPORT
      * INSTANCES OR CLASSES ISSUE THE SAME POLICY NUMBER.

           PERFORM  2200-CHECK-OVERLAP
               THRU 2200-CHECK-OVERLAP-X
               VARYING WS-RNG-SUB FROM 1 BY 1
               UNTIL WS-RNG-SUB > WS-RNG-CNT.

       2000-LOAD-RANGES-X.
           EXIT.
      /
      *--------------------
       2100-LOAD-ONE-RANGE.
      *--------------------

           IF   WS-RNG-CNT NOT         < WS-RNG-MAX
                SET  WS-RNG-OVERFLOW   TO TRUE
      *MSG: RANGE TABLE FULL - RUN INCOMPLETE - RC 8
                MOVE 'AS95020006'      TO WGLOB-MSG-REF-INFO
                PERFORM  0260-1000-GENERATE-MESSAGE
                    THRU 0260-1000-GENERATE-MESSAGE-X
                GO TO 2100-LOAD-ONE-RANGE-X
           END-IF.

           ADD  1                      TO WS-RNG-CNT.
           MOVE WS-RNG-CNT             TO WS-RNG-SUB.

           MOVE RPNRG-BUS-CLASS-CD     TO WS-RNG-BUS-CLASS-CD
                                              (WS-RNG-SUB).
           MOVE RPNRG-INST-ID          TO WS-RNG-INST-ID (WS-RNG-SUB).
           MOVE RPNRG-RNG-STAT-CD      TO WS-RNG-STAT-CD (WS-RNG-SUB).
           MOVE RPNRG-RNG-LOW-NUM      TO WS-RNG-LOW-NUM (WS-RNG-SUB).
           MOVE RPNRG-RNG-HIGH-NUM     TO WS-RNG-HIGH-NUM (WS-RNG-SUB).
           MOVE RPNRG-HWM-NUM          TO WS-RNG-HWM-NUM (WS-RNG-SUB).
           MOVE RPNRG-HWM-POL-ID       TO WS-RNG-HWM-POL-ID
                                              (WS-RNG-SUB).
           MOVE 'N'                    TO WS-RNG-HWM-CHG-SW
                                              (WS-RNG-SUB).
           MOVE RPNRG-WARN-DAYS        TO WS-RNG-WARN-DAYS
                                              (WS-RNG-SUB).
           MOVE ZERO                   TO WS-RNG-ISSUE-CNT
                                              (WS-RNG-SUB).

           PERFORM  PNRG-2000-READ-NEXT
               THRU PNRG-2000-READ-NEXT-X.

       2100-LOAD-ONE-RANGE-X.
           EXIT.
      /
      *-------------------
       2200-CHECK-OVERLAP.
      *-------------------

           IF   WS-RNG-STAT-CD (WS-RNG-SUB) = 'C'
                GO TO 2200-CHECK-OVERLAP-X
           END-IF.

           PERFORM  2210-CHECK-ONE-PAIR
               THRU 2210-CHECK-ONE-PAIR-X
               VARYING WS-RNG-CHK-SUB FROM WS-RNG-SUB BY 1
               UNTIL WS-RNG-CHK-SUB > WS-RNG-CNT.

       2200-CHECK-OVERLAP-X.
           EXIT.
      /
      *--------------------
       2210-CHECK-ONE-PAIR.
      *--------------------

           IF   WS-RNG-CHK-SUB         = WS-RNG-SUB
           OR   WS-RNG-STAT-CD (WS-RNG-CHK-SUB) = 'C'
                GO TO 2210-CHECK-ONE-PAIR-X
           END-IF.

           IF   WS-RNG-LOW-NUM (WS-RNG-CHK-SUB)
                                       > WS-RNG-HIGH-NUM (WS-RNG-SUB)
           OR   WS-RNG-HIGH-NUM (WS-RNG-CHK-SUB)
                                       < WS-RNG-LOW-NUM (WS-RNG-SUB)
                GO TO 2210-CHECK-ONE-PAIR-X
           END-IF.

           IF   WS-MAX-RC              < 4
                MOVE 4                 TO WS-MAX-RC
           END-IF.

      *MSG: RANGE FOR CLASS @1 INSTANCE @2 OVERLAPS CLASS @3 INSTANCE @4
           MOVE 'AS95020007'           TO WGLOB-MSG-REF-INFO.
           MOVE WS-RNG-BUS-CLASS-CD (WS-RNG-SUB)
                                       TO WGLOB-MSG-PARM (1).
           MOVE WS-RNG-INST-ID (WS-RNG-SUB)
                                       TO WGLOB-MSG-PARM (2).
           MOVE WS-RNG-BUS-CLASS-CD (WS-RNG-CHK-SUB)
                                       TO WGLOB-MSG-PARM (3).
           MOVE WS-RNG-INST-ID (WS-RNG-CHK-SUB)
                                       TO WGLOB-MSG-PARM (4).
           PERFORM  0260-1000-GENERATE-MESSAGE
               THRU 0260-1000-GENERATE-MESSAGE-X.

       2210-CHECK-ONE-PAIR-X.
           EXIT.
      /
      *-------------------
       3000-PROCESS-RUPOL.
      *-------------------

           ADD  1                      TO WS-RUPOL-REC-READ.

           IF   NOT RUPOL-POL-ASGN
           OR   RUPOL-POL-ID           = SPACES
                GO TO 3000-PROCESS-RUPOL-R
           END-IF.

           IF   RUPOL-POL-ID-BASE      NOT NUMERIC
                ADD  1                 TO WS-RUPOL-NOT-IN-RANGE
                GO TO 3000-PROCESS-RUPOL-R
           END-IF.

           MOVE RUPOL-POL-ID-BASE      TO WS-POL-NUM.
           MOVE ZERO                   TO WS-RNG-USE-SUB.

           PERFORM  3100-FIND-RANGE
               THRU 3100-FIND-RANGE-X
               VARYING WS-RNG-SUB FROM 1 BY 1
               UNTIL WS-RNG-SUB > WS-RNG-CNT
               OR    WS-RNG-USE-SUB > ZERO.

           IF   WS-RNG-USE-SUB         = ZERO
                ADD  1                 TO WS-RUPOL-NOT-IN-RANGE
                GO TO 3000-PROCESS-RUPOL-R
           END-IF.

           IF   WS-POL-NUM             > WS-RNG-HWM-NUM
                                              (WS-RNG-USE-SUB)
                MOVE WS-POL-NUM        TO WS-RNG-HWM-NUM
                                              (WS-RNG-USE-SUB)
                MOVE RUPOL-POL-ID      TO WS-RNG-HWM-POL-ID
                                              (WS-RNG-USE-SUB)
                SET  WS-RNG-HWM-CHANGED (WS-RNG-USE-SUB)
                                       TO TRUE
           END-IF.

      * ISSUE VOLUME IS COUNTED ON THE CONVERSION DATE STAMPED WHEN
      * THE NUMBER WAS ASSIGNED, OVER THE RECENT VOLUME WINDOW.

           MOVE RUPOL-POL-CNV-DT       TO WS-ISO-DT.

           PERFORM  7000-ISO-DATE-TO-INT
               THRU 7000-ISO-DATE-TO-INT-X.

           IF   WS-ISO-DT-INT          = ZERO
                GO TO 3000-PROCESS-RUPOL-R
           END-IF.

           COMPUTE WS-DAYS-OLD = WS-RUN-DT-INT - WS-ISO-DT-INT.

           IF   WS-DAYS-OLD NOT        < ZERO
           AND  WS-DAYS-OLD            < WS-VOLUME-DAYS
                ADD  1                 TO WS-RNG-ISSUE-CNT
                                              (WS-RNG-USE-SUB)
           END-IF.

       3000-PROCESS-RUPOL-R.

           PERFORM  RUPL-1000-READ
               THRU RUPL-1000-READ-X.

       3000-PROCESS-RUPOL-X.
           EXIT.
      /
      *----------------
       3100-FIND-RANGE.
      *----------------

      * A CLOSED SERIES STILL OWNS THE NUMBERS IT ISSUED.

           IF   WS-POL-NUM NOT         < WS-RNG-LOW-NUM (WS-RNG-SUB)
           AND  WS-POL-NUM NOT         > WS-RNG-HIGH-NUM (WS-RNG-SUB)
                MOVE WS-RNG-SUB        TO WS-RNG-USE-SUB
           END-IF.

       3100-FIND-RANGE-X.
           EXIT.
      /
      *-------------------
       4000-PROJECT-RANGE.
      *-------------------

           MOVE SPACES                 TO RPNRX-SEQ-REC-INFO.
           MOVE WS-RUN-DT-ISO          TO RPNRX-RPT-DT.
           MOVE WGLOB-COMPANY-CODE     TO RPNRX-CO-ID.
           MOVE WS-RNG-BUS-CLASS-CD (WS-RNG-SUB)
                                       TO RPNRX-BUS-CLASS-CD.
           MOVE WS-RNG-INST-ID (WS-RNG-SUB)
                                       TO RPNRX-INST-ID.
           MOVE WS-RNG-LOW-NUM (WS-RNG-SUB)
                                       TO RPNRX-RNG-LOW-NUM.
           MOVE WS-RNG-HIGH-NUM (WS-RNG-SUB)
                                       TO RPNRX-RNG-HIGH-NUM.
           MOVE WS-RNG-HWM-NUM (WS-RNG-SUB)
                                       TO RPNRX-HWM-NUM.
           MOVE WS-RNG-HWM-POL-ID (WS-RNG-SUB)
                                       TO RPNRX-HWM-POL-ID.
           MOVE WS-RNG-ISSUE-CNT (WS-RNG-SUB)
                                       TO RPNRX-ISSUE-CNT.
           MOVE WS-VOLUME-DAYS         TO RPNRX-ISSUE-DAYS.

           IF   WS-RNG-WARN-DAYS (WS-RNG-SUB) > ZERO
                MOVE WS-RNG-WARN-DAYS (WS-RNG-SUB)
                                       TO WS-WARN-DAYS
           ELSE
                MOVE WS-DFLT-WARN-DAYS TO WS-WARN-DAYS
           END-IF.
           MOVE WS-WARN-DAYS           TO RPNRX-WARN-DAYS.

      * NUMBERS LEFT ARE THOSE ABOVE THE HIGH-WATER MARK, OR THE
      * WHOLE RANGE WHEN NOTHING HAS BEEN ISSUED FROM IT YET.

           IF   WS-RNG-HWM-NUM (WS-RNG-SUB)
                                       < WS-RNG-LOW-NUM (WS-RNG-SUB)
                COMPUTE WS-RMNG-CNT =
                    WS-RNG-HIGH-NUM (WS-RNG-SUB)
                  - WS-RNG-LOW-NUM (WS-RNG-SUB) + 1
           ELSE
                COMPUTE WS-RMNG-CNT =
                    WS-RNG-HIGH-NUM (WS-RNG-SUB)
                  - WS-RNG-HWM-NUM (WS-RNG-SUB)
           END-IF.
           MOVE WS-RMNG-CNT            TO RPNRX-RMNG-CNT.

           COMPUTE WS-AVG-PER-DAY ROUNDED =
               WS-RNG-ISSUE-CNT (WS-RNG-SUB) / WS-VOLUME-DAYS.
           MOVE WS-AVG-PER-DAY         TO RPNRX-AVG-PER-DAY.

      * NO RECENT VOLUME PROJECTS AS NEVER RUNNING OUT.

           IF   WS-AVG-PER-DAY         = ZERO
                MOVE 99999             TO WS-DAYS-LEFT
           ELSE
                COMPUTE WS-DAYS-LEFT =
                    WS-RMNG-CNT / WS-AVG-PER-DAY
                IF   WS-DAYS-LEFT      > 99999
                     MOVE 99999        TO WS-DAYS-LEFT
                END-IF
           END-IF.
           MOVE WS-DAYS-LEFT           TO RPNRX-PROJ-DAYS-LEFT.

           IF   WS-DAYS-LEFT           < 99999
                COMPUTE WS-XHST-DT-INT = WS-RUN-DT-INT + WS-DAYS-LEFT
                COMPUTE WS-XHST-DT-CCYYMMDD =
                    FUNCTION DATE-OF-INTEGER (WS-XHST-DT-INT)
                MOVE WS-XHST-DT-CCYYMMDD (1:4)
                                       TO RPNRX-PROJ-XHST-DT (1:4)
                MOVE '-'               TO RPNRX-PROJ-XHST-DT (5:1)
                MOVE WS-XHST-DT-CCYYMMDD (5:2)
                                       TO RPNRX-PROJ-XHST-DT (6:2)
                MOVE '-'               TO RPNRX-PROJ-XHST-DT (8:1)
                MOVE WS-XHST-DT-CCYYMMDD (7:2)
                                       TO RPNRX-PROJ-XHST-DT (9:2)
           END-IF.

           IF   WS-RNG-STAT-CD (WS-RNG-SUB) NOT = 'C'
                PERFORM  4100-CHECK-THRESHOLD
                    THRU 4100-CHECK-THRESHOLD-X
           END-IF.

           MOVE WS-RNG-STAT-CD (WS-RNG-SUB)
                                       TO RPNRX-RNG-STAT-CD.

           PERFORM  PNRX-2000-WRITE
               THRU PNRX-2000-WRITE-X.

           ADD  1                      TO WS-PNRX-REC-WRITTEN.

           PERFORM  4200-UPDATE-RANGE
               THRU 4200-UPDATE-RANGE-X.

       4000-PROJECT-RANGE-X.
           EXIT.
      /
      *---------------------
       4100-CHECK-THRESHOLD.
      *---------------------

           IF   WS-RMNG-CNT            = ZERO
                MOVE 'E'               TO WS-RNG-STAT-CD (WS-RNG-SUB)
                SET  RPNRX-ALERT-EXHAUSTED   TO TRUE
                ADD  1                 TO WS-RNG-EXHAUSTED-CNT
                MOVE 8                 TO WS-MAX-RC
      *MSG: POLICY NUMBER RANGE EXHAUSTED - CLASS @1 INSTANCE @2
                MOVE 'AS95020003'      TO WGLOB-MSG-REF-INFO
                MOVE RPNRX-BUS-CLASS-CD
                                       TO WGLOB-MSG-PARM (1)
                MOVE RPNRX-INST-ID     TO WGLOB-MSG-PARM (2)
                PERFORM  0260-1000-GENERATE-MESSAGE
                    THRU 0260-1000-GENERATE-MESSAGE-X
                GO TO 4100-CHECK-THRESHOLD-X
           END-IF.

      * A RE-ALLOCATED SERIES WITH NUMBERS LEFT IS OPEN AGAIN.

           MOVE 'A'                    TO WS-RNG-STAT-CD (WS-RNG-SUB).

           IF   WS-DAYS-LEFT           > WS-WARN-DAYS
                GO TO 4100-CHECK-THRESHOLD-X
           END-IF.

           SET  RPNRX-ALERT-WARNING    TO TRUE.
           ADD  1                      TO WS-RNG-WARNING-CNT.

           IF   WS-MAX-RC              < 4
                MOVE 4                 TO WS-MAX-RC
           END-IF.

      *MSG: RANGE CLASS @1 INSTANCE @2 EXHAUSTED IN @3 DAYS (@4 LEFT)
           MOVE 'AS95020004'           TO WGLOB-MSG-REF-INFO.
           MOVE RPNRX-BUS-CLASS-CD     TO WGLOB-MSG-PARM (1).
           MOVE RPNRX-INST-ID          TO WGLOB-MSG-PARM (2).
           MOVE WS-DAYS-LEFT           TO WS-PIC-COUNTER.
           MOVE WS-PIC-COUNTER         TO WGLOB-MSG-PARM (3).
           MOVE WS-RMNG-CNT            TO WS-PIC-COUNTER.
           MOVE WS-PIC-COUNTER         TO WGLOB-MSG-PARM (4).
           PERFORM  0260-1000-GENERATE-MESSAGE
               THRU 0260-1000-GENERATE-MESSAGE-X.

       4100-CHECK-THRESHOLD-X.
           EXIT.
      /
      *------------------
       4200-UPDATE-RANGE.
      *------------------

           MOVE WGLOB-COMPANY-CODE     TO WPNRG-CO-ID.
           MOVE WS-RNG-BUS-CLASS-CD (WS-RNG-SUB)
                                       TO WPNRG-BUS-CLASS-CD.
           MOVE WS-RNG-INST-ID (WS-RNG-SUB)
                                       TO WPNRG-INST-ID.

           PERFORM  PNRG-1000-READ
               THRU PNRG-1000-READ-X.

           IF   NOT WPNRG-IO-OK
                GO TO 4200-UPDATE-RANGE-X
           END-IF.

           IF   WS-RNG-HWM-CHANGED (WS-RNG-SUB)
                MOVE WS-RNG-HWM-NUM (WS-RNG-SUB)
                                       TO RPNRG-HWM-NUM
                MOVE WS-RNG-HWM-POL-ID (WS-RNG-SUB)
                                       TO RPNRG-HWM-POL-ID
                MOVE WS-RUN-DT-ISO     TO RPNRG-HWM-UPDT-DT
           END-IF.

           MOVE WS-RNG-STAT-CD (WS-RNG-SUB)
                                       TO RPNRG-RNG-STAT-CD.
           MOVE WS-RUN-DT-ISO          TO RPNRG-LAST-RPT-DT.
           MOVE RPNRX-PROJ-DAYS-LEFT   TO RPNRG-PROJ-DAYS-LEFT.
           MOVE WPGWS-CRNT-PGM-ID      TO RPNRG-UPDT-USER-ID.

           PERFORM  PNRG-2000-REWRITE
               THRU PNRG-2000-REWRITE-X.

       4200-UPDATE-RANGE-X.
           EXIT.
      /
      *------------------------
       5000-PRINT-GRAND-TOTALS.
      *------------------------

      *MSG: RANGE CARDS READ @1, APPLIED @2, REJECTED @3
           MOVE 'AS95020001'           TO WGLOB-MSG-REF-INFO.
           MOVE WS-RNGC-REC-READ       TO WS-PIC-COUNTER.
           MOVE WS-PIC-COUNTER         TO WGLOB-MSG-PARM (1).
           MOVE WS-RNGC-REC-APPLIED    TO WS-PIC-COUNTER.
           MOVE WS-PIC-COUNTER         TO WGLOB-MSG-PARM (2).
           MOVE WS-RNGC-REC-REJECTED   TO WS-PIC-COUNTER.
           MOVE WS-PIC-COUNTER         TO WGLOB-MSG-PARM (3).
           PERFORM  0260-1000-GENERATE-MESSAGE
               THRU 0260-1000-GENERATE-MESSAGE-X.

      *MSG: RUPOL ROWS READ @1, ASSIGNED NUMBERS OUTSIDE ANY RANGE @2
           MOVE 'AS95020002'           TO WGLOB-MSG-REF-INFO.
           MOVE WS-RUPOL-REC-READ      TO WS-PIC-COUNTER.
           MOVE WS-PIC-COUNTER         TO WGLOB-MSG-PARM (1).
           MOVE WS-RUPOL-NOT-IN-RANGE  TO WS-PIC-COUNTER.
           MOVE WS-PIC-COUNTER         TO WGLOB-MSG-PARM (2).
           PERFORM  0260-1000-GENERATE-MESSAGE
               THRU 0260-1000-GENERATE-MESSAGE-X.

      *MSG: RANGES REPORTED @1, IN WARNING @2, EXHAUSTED @3
           MOVE 'AS95020008'           TO WGLOB-MSG-REF-INFO.
           MOVE WS-PNRX-REC-WRITTEN    TO WS-PIC-COUNTER.
           MOVE WS-PIC-COUNTER         TO WGLOB-MSG-PARM (1).
           MOVE WS-RNG-WARNING-CNT     TO WS-PIC-COUNTER.
           MOVE WS-PIC-COUNTER         TO WGLOB-MSG-PARM (2).
           MOVE WS-RNG-EXHAUSTED-CNT   TO WS-PIC-COUNTER.
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

           PERFORM  RNGC-5000-CLOSE
               THRU RNGC-5000-CLOSE-X.

           PERFORM  RUPL-4000-CLOSE
               THRU RUPL-4000-CLOSE-X.

           PERFORM  PNRX-5000-CLOSE
               THRU PNRX-5000-CLOSE-X.

       9999-CLOSE-FILES-X.
           EXIT.
      /
      *****************************************************************
      * I/O PROCESSING COPYBOOKS                                      *
      *****************************************************************

       COPY ACPIRNGC.
      /
       COPY ACPARUPL.
       COPY ACPNRUPL.
       COPY ACPORUPL.
       COPY ACPLRUPL.
      /
       COPY ACPIPNRX.
      /
       COPY ACPBPNRG.
      /
      *****************************************************************
      * ERROR HANDLING ROUTINES                                       *
      *****************************************************************

       COPY XCPL0030.

       COPY XCPL0260.

      *****************************************************************
      **                 END OF PROGRAM ASBM9502                     **
      *****************************************************************
