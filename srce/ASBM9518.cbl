      *************************
       IDENTIFICATION DIVISION.
      *************************

       PROGRAM-ID. ASBM9518.

       COPY XCWWCRHT.

      *****************************************************************
      **  MEMBER :  ASBM9518                                         **
      **  REMARKS:  TARGET-HIT ELECTION RECONCILIATION.  READS THE   **
      **            HISTORY OF THRX TARGET-HIT REGISTER ROWS SENT BY **
      **            ASBM9517 (EVERY RUN'S FILE CONCATENATED AND      **
      **            SORTED BY POLICY AND COVERAGE PLAN IN THE JCL)   **
      **            AGAINST THE THRA ACKNOWLEDGEMENTS RETURNED BY    **
      **            THE POLICY ADMINISTRATION MONITORING JOB (SORTED **
      **            THE SAME WAY).  AN ISSUED ELECTION MORE THAN THE **
      **            GRACE PERIOD OLD THAT THE ADMINISTRATION SIDE    **
      **            HAS NOT ACKNOWLEDGED, OR HOLDS AT ANOTHER RATE,  **
      **            IS WRITTEN TO THE THRF FOLLOW-UP EXTRACT AND     **
      **            ENDS THE STEP RC 4.  AN ELECTION SENT MORE THAN  **
      **            ONCE FOR THE SAME COVERAGE IS CHECKED ONCE.      **
      **                                                             **
      **            JCL PARM:  BYTES 1-2   COMPANY                   **
      **                       BYTES 3-5   GRACE DAYS (DEFAULT 030)  **
      **                                                             **
      **  DOMAIN :  UW                                               **
      **  CLASS  :  PD                                               **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
284617**  15OCT26  DEV    NEW PROGRAM                                **
      *****************************************************************

      **********************
       ENVIRONMENT DIVISION.
      **********************

       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY ACSSTHRX.
       COPY ACSSTHRA.
       COPY ACSSTHRF.

      ***************
       DATA DIVISION.
      ***************

       FILE SECTION.

       COPY ACSDTHRX.

       COPY ACSRTHRX.

       COPY ACSDTHRA.

       COPY ACSRTHRA.

       COPY ACSDTHRF.

       COPY ACSRTHRF.

       WORKING-STORAGE SECTION.

       COPY XCWWPGWS REPLACING '$VAR1' BY 'ASBM9518'.

       COPY SQLCA.

       01  WS-COUNTERS.
           05  WS-THRX-REC-READ             PIC 9(07)  VALUE ZEROS.
           05  WS-THRX-DUP-CNT              PIC 9(07)  VALUE ZEROS.
           05  WS-IN-GRACE-CNT              PIC 9(07)  VALUE ZEROS.
           05  WS-CHECKED-CNT               PIC 9(07)  VALUE ZEROS.
           05  WS-NOT-ACKED-CNT             PIC 9(07)  VALUE ZEROS.
           05  WS-RATE-DIFF-CNT             PIC 9(07)  VALUE ZEROS.
           05  WS-THRF-DTL-CNT              PIC 9(07)  VALUE ZEROS.
           05  WS-PIC-COUNTER               PIC Z(06)9.

      * GRACE PERIOD IN DAYS FROM THE ISSUE DATE ON THE REGISTER
      * ROW - OVERRIDDEN ON THE PARM.

       01  WS-THRESHOLDS.
           05  WS-GRACE-DAYS                PIC 9(03)  VALUE 030.

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
           05  WS-DAYS-OUTSTND              PIC S9(07) COMP-3.
           05  WS-PREV-THRX-KEY             PIC X(25)  VALUE SPACES.
           05  WS-THRX-KEY.
               10  WS-THRX-POL-ID           PIC X(10).
               10  WS-THRX-CVG-PLAN-ID      PIC X(15).
           05  WS-MAX-RC                    PIC 9(02)  VALUE ZERO.
      /
       COPY XCWTFCMD.
      /
       COPY ACSWTHRX.
       COPY ACSWTHRA.
       COPY ACSWTHRF.
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
               10  LK-GRACE-DAYS           PIC X(03).
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

           PERFORM  THRX-1000-READ
               THRU THRX-1000-READ-X.

           PERFORM  THRA-1000-READ
               THRU THRA-1000-READ-X.

           PERFORM  1000-PROCESS-ELECTION
               THRU 1000-PROCESS-ELECTION-X
               UNTIL WTHRX-SEQ-IO-EOF.

           PERFORM  4500-WRITE-TRAILER
               THRU 4500-WRITE-TRAILER-X.

           PERFORM  5000-PRINT-GRAND-TOTALS
               THRU 5000-PRINT-GRAND-TOTALS-X.

           PERFORM  9999-CLOSE-FILES
               THRU 9999-CLOSE-FILES-X.

           IF   WS-THRF-DTL-CNT        > ZERO
                MOVE 4                 TO WS-MAX-RC
           END-IF.

           MOVE WS-MAX-RC              TO RETURN-CODE.

           STOP RUN.

       0000-MAINLINE-X.
           EXIT.
      /
      *----------------
       0100-OPEN-FILES.
      *----------------

           PERFORM  THRX-3000-OPEN-INPUT
               THRU THRX-3000-OPEN-INPUT-X.

           PERFORM  THRA-3000-OPEN-INPUT
               THRU THRA-3000-OPEN-INPUT-X.

           PERFORM  THRF-4000-OPEN-OUTPUT
               THRU THRF-4000-OPEN-OUTPUT-X.

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
           AND  LK-GRACE-DAYS                IS NUMERIC
                MOVE LK-GRACE-DAYS      TO WS-GRACE-DAYS
           END-IF.

       0200-INITIALIZE-X.
           EXIT.
      /
      *----------------------
       1000-PROCESS-ELECTION.
      *----------------------

           ADD  1                      TO WS-THRX-REC-READ.

           IF   NOT RTHRX-REC-TYP-DETAIL
                GO TO 1000-PROCESS-ELECTION-R
           END-IF.

           MOVE RTHRX-POL-ID           TO WS-THRX-POL-ID.
           MOVE RTHRX-CVG-PLAN-ID      TO WS-THRX-CVG-PLAN-ID.

      * A RERUN OF THE FEED CAN SEND THE SAME ELECTION TWICE - IT IS
      * CHECKED ONCE.

           IF   WS-THRX-KEY            = WS-PREV-THRX-KEY
                ADD  1                 TO WS-THRX-DUP-CNT
                GO TO 1000-PROCESS-ELECTION-R
           END-IF.

           MOVE WS-THRX-KEY            TO WS-PREV-THRX-KEY.

           MOVE RTHRX-POL-CNV-DT       TO WS-ISO-DT.
           PERFORM  7000-ISO-DATE-TO-INT
               THRU 7000-ISO-DATE-TO-INT-X.

           IF   WS-ISO-DT-INT          = ZERO
                MOVE ZERO              TO WS-DAYS-OUTSTND
           ELSE
                COMPUTE WS-DAYS-OUTSTND = WS-RUN-DT-INT
                                        - WS-ISO-DT-INT
           END-IF.

           IF   WS-DAYS-OUTSTND    NOT > WS-GRACE-DAYS
                ADD  1                 TO WS-IN-GRACE-CNT
                GO TO 1000-PROCESS-ELECTION-R
           END-IF.

           ADD  1                      TO WS-CHECKED-CNT.

           PERFORM  2100-THRA-READ-AHEAD
               THRU 2100-THRA-READ-AHEAD-X
               UNTIL WTHRA-SEQ-IO-EOF
               OR    RTHRA-KEY NOT LESS THAN WS-THRX-KEY.

           IF   WTHRA-SEQ-IO-EOF
           OR   RTHRA-KEY          NOT = WS-THRX-KEY
                MOVE SPACES            TO RTHRF-SEQ-REC-INFO
                SET  RTHRF-RSN-NOT-ACKED
                                       TO TRUE
                MOVE ZERO              TO RTHRF-ADM-TRG-HIT-RT
                ADD  1                 TO WS-NOT-ACKED-CNT
                PERFORM  2200-WRITE-THRF-REC
                    THRU 2200-WRITE-THRF-REC-X
                GO TO 1000-PROCESS-ELECTION-R
           END-IF.

           IF   RTHRA-TRG-HIT-RT   NOT = RTHRX-TRG-HIT-RT
                MOVE SPACES            TO RTHRF-SEQ-REC-INFO
                SET  RTHRF-RSN-RATE-DIFF
                                       TO TRUE
                MOVE RTHRA-TRG-HIT-RT  TO RTHRF-ADM-TRG-HIT-RT
                ADD  1                 TO WS-RATE-DIFF-CNT
                PERFORM  2200-WRITE-THRF-REC
                    THRU 2200-WRITE-THRF-REC-X
           END-IF.

       1000-PROCESS-ELECTION-R.

           PERFORM  THRX-1000-READ
               THRU THRX-1000-READ-X.

       1000-PROCESS-ELECTION-X.
           EXIT.
      /
      *-----------------------
       2100-THRA-READ-AHEAD.
      *-----------------------

           PERFORM  THRA-1000-READ
               THRU THRA-1000-READ-X.

       2100-THRA-READ-AHEAD-X.
           EXIT.
      /
      *----------------------
       2200-WRITE-THRF-REC.
      *----------------------

      * THE CALLER HAS CLEARED THE RECORD AND SET THE REASON AND THE
      * ADMINISTRATION SIDE'S RATE.

           SET  RTHRF-REC-TYP-DETAIL   TO TRUE.
           MOVE RTHRX-POL-ID           TO RTHRF-POL-ID.
           MOVE RTHRX-CVG-PLAN-ID      TO RTHRF-CVG-PLAN-ID.
           MOVE RTHRX-APP-ID           TO RTHRF-APP-ID.
           MOVE RTHRX-TRG-HIT-RT       TO RTHRF-TRG-HIT-RT.
           MOVE RTHRX-POL-CNV-DT       TO RTHRF-POL-CNV-DT.
           MOVE WS-DAYS-OUTSTND        TO RTHRF-DAYS-OUTSTND.

           PERFORM  THRF-2000-WRITE
               THRU THRF-2000-WRITE-X.

           ADD  1                      TO WS-THRF-DTL-CNT.

       2200-WRITE-THRF-REC-X.
           EXIT.
      /
      *-------------------
       4500-WRITE-TRAILER.
      *-------------------

           MOVE SPACES                 TO RTHRF-SEQ-REC-INFO.
           SET  RTHRF-REC-TYP-TRAILER  TO TRUE.
           MOVE WS-RUN-DT-ISO          TO RTHRF-TRL-RUN-DT.
           MOVE WS-GRACE-DAYS          TO RTHRF-TRL-GRACE-DAYS.
           MOVE WS-CHECKED-CNT         TO RTHRF-TRL-CHECKED-CNT.
           MOVE WS-THRF-DTL-CNT        TO RTHRF-TRL-DTL-CNT.

           PERFORM  THRF-2000-WRITE
               THRU THRF-2000-WRITE-X.

       4500-WRITE-TRAILER-X.
           EXIT.
      /
      *------------------------
       5000-PRINT-GRAND-TOTALS.
      *------------------------

      *MSG: ELECTIONS READ @1, DUPLICATES @2, IN GRACE @3, CHECKED @4
           MOVE 'AS95180001'           TO WGLOB-MSG-REF-INFO.
           MOVE WS-THRX-REC-READ       TO WS-PIC-COUNTER.
           MOVE WS-PIC-COUNTER         TO WGLOB-MSG-PARM (1).
           MOVE WS-THRX-DUP-CNT        TO WS-PIC-COUNTER.
           MOVE WS-PIC-COUNTER         TO WGLOB-MSG-PARM (2).
           MOVE WS-IN-GRACE-CNT        TO WS-PIC-COUNTER.
           MOVE WS-PIC-COUNTER         TO WGLOB-MSG-PARM (3).
           MOVE WS-CHECKED-CNT         TO WS-PIC-COUNTER.
           MOVE WS-PIC-COUNTER         TO WGLOB-MSG-PARM (4).
           PERFORM  0260-1000-GENERATE-MESSAGE
               THRU 0260-1000-GENERATE-MESSAGE-X.

      *MSG: AFTER @1 DAYS GRACE - NOT ACKNOWLEDGED @2, RATE DIFFERS @3
           MOVE 'AS95180002'           TO WGLOB-MSG-REF-INFO.
           MOVE WS-GRACE-DAYS          TO WGLOB-MSG-PARM (1).
           MOVE WS-NOT-ACKED-CNT       TO WS-PIC-COUNTER.
           MOVE WS-PIC-COUNTER         TO WGLOB-MSG-PARM (2).
           MOVE WS-RATE-DIFF-CNT       TO WS-PIC-COUNTER.
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

           PERFORM  THRX-5000-CLOSE
               THRU THRX-5000-CLOSE-X.

           PERFORM  THRA-5000-CLOSE
               THRU THRA-5000-CLOSE-X.

           PERFORM  THRF-5000-CLOSE
               THRU THRF-5000-CLOSE-X.

       9999-CLOSE-FILES-X.
           EXIT.
      /
      *****************************************************************
      * I/O PROCESSING COPYBOOKS                                      *
      *****************************************************************

       COPY ACPITHRX.
      /
       COPY ACPITHRA.
      /
       COPY ACPITHRF.
      /
      *****************************************************************
      * ERROR HANDLING ROUTINES                                       *
      *****************************************************************

       COPY XCPL0030.

       COPY XCPL0260.

      *****************************************************************
      **                 END OF PROGRAM ASBM9518                     **
      *****************************************************************
