      *************************
       IDENTIFICATION DIVISION.
      *************************

       PROGRAM-ID. ASBM9503.

       COPY XCWWCRHT.

      *****************************************************************
      **  MEMBER :  ASBM9503                                         **
      **  REMARKS:  MONTHLY UNUSED APPLICATION STICKER REPORT FOR    **
      **            THE BRANCH AUDIT.  EVERY RANGE OF PRE-PRINTED    **
      **            APPLICATION STICKERS ON THE STKI INVENTORY THAT  **
      **            WAS ISSUED TO A SALES OFFICE AT LEAST THE AUDIT  **
      **            AGE AGO IS MATCHED AGAINST THE STKU USAGE TABLE  **
      **            (WRITTEN BY ASRUSTKR AS EACH STICKER IS FIRST    **
      **            SEEN AT IMPORT).  EACH CONTIGUOUS RUN OF         **
      **            STICKERS IN THE RANGE THAT HAS NEVER APPEARED ON **
      **            AN APPLICATION IS WRITTEN AS ONE STKX GAP ROW,   **
      **            FOLLOWED BY ONE SUMMARY ROW FOR THE RANGE.  ANY  **
      **            UNUSED STICKER ENDS THE STEP RC 4 SO THE AUDIT   **
      **            EXTRACT IS ROUTED; A USAGE TABLE FAILURE ENDS IT **
      **            RC 8.                                            **
      **                                                             **
      **            JCL PARM:  BYTES 1-2   COMPANY                   **
      **                       BYTES 3-5   AUDIT AGE IN DAYS - A     **
      **                                   RANGE ISSUED MORE         **
      **                                   RECENTLY IS NOT YET       **
      **                                   REPORTED (DEFAULT 090)    **
      **                                                             **
      **  DOMAIN :  UW                                               **
      **  CLASS  :  PD                                               **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
756318**  15OCT26  DEV    NEW PROGRAM                                **
      *****************************************************************

      **********************
       ENVIRONMENT DIVISION.
      **********************

       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY ACSSSTKI.
       COPY ACSSSTKX.

      ***************
       DATA DIVISION.
      ***************

       FILE SECTION.

       COPY ACSDSTKI.

       COPY ACSRSTKI.

       COPY ACSDSTKX.

       COPY ACSRSTKX.

       WORKING-STORAGE SECTION.

       COPY XCWWPGWS REPLACING '$VAR1' BY 'ASBM9503'.

       COPY SQLCA.

       01  WS-COUNTERS.
           05  WS-STKI-REC-READ             PIC 9(07)  VALUE ZEROS.
           05  WS-STKI-RNG-AUDITED          PIC 9(07)  VALUE ZEROS.
           05  WS-STKI-RNG-TOO-RECENT       PIC 9(07)  VALUE ZEROS.
           05  WS-STKI-RNG-REJECTED         PIC 9(07)  VALUE ZEROS.
           05  WS-STKX-GAP-WRITTEN          PIC 9(07)  VALUE ZEROS.
           05  WS-STKR-USED-TOTAL           PIC 9(07)  VALUE ZEROS.
           05  WS-STKR-UNUSED-TOTAL         PIC 9(07)  VALUE ZEROS.
           05  WS-PIC-COUNTER               PIC Z(06)9.

       01  WS-PGM-WORK-AREA.
           05  WS-AUDIT-AGE-DAYS            PIC 9(03)  VALUE 090.
           05  WS-RUN-DT-INT                PIC S9(09) COMP-3.
           05  WS-ISSUE-AGE-DAYS            PIC S9(05) COMP-3.
           05  WS-NEXT-EXPECT-NUM           PIC 9(11).
           05  WS-RNG-USED-CNT              PIC 9(07).
           05  WS-RNG-UNUSED-CNT            PIC 9(07).
           05  WS-GAP-TO-NUM                PIC 9(11).
           05  WS-USED-STCKR-ID             PIC X(11).
           05  WS-USED-STCKR-NUM            REDEFINES
               WS-USED-STCKR-ID             PIC 9(11).
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
      /
       COPY XCWTFCMD.
      /
       COPY ACSWSTKI.
       COPY ACSWSTKX.
      /
       COPY ACFWSTKU.
       COPY ACFRSTKU.
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
               10  LK-AUDIT-AGE-DAYS       PIC 9(03).
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

           PERFORM  STKI-1000-READ
               THRU STKI-1000-READ-X.

           PERFORM  1000-AUDIT-RANGE
               THRU 1000-AUDIT-RANGE-X
               UNTIL WSTKI-SEQ-IO-EOF.

           PERFORM  5000-PRINT-GRAND-TOTALS
               THRU 5000-PRINT-GRAND-TOTALS-X.

           PERFORM  9999-CLOSE-FILES
               THRU 9999-CLOSE-FILES-X.

           IF   WS-MAX-RC              < 4
           AND  WS-STKR-UNUSED-TOTAL   > ZERO
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

           PERFORM  STKI-3000-OPEN-INPUT
               THRU STKI-3000-OPEN-INPUT-X.

           PERFORM  STKX-4000-OPEN-OUTPUT
               THRU STKX-4000-OPEN-OUTPUT-X.

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
           AND  LK-AUDIT-AGE-DAYS            NUMERIC
           AND  LK-AUDIT-AGE-DAYS            > ZERO
                MOVE LK-AUDIT-AGE-DAYS  TO WS-AUDIT-AGE-DAYS
           END-IF.

       0200-INITIALIZE-X.
           EXIT.
      /
      *-----------------
       1000-AUDIT-RANGE.
      *-----------------

      *
      * ONLY RANGES OLD ENOUGH THAT EVERY STICKER SHOULD HAVE BEEN
      * WRITTEN BY NOW ARE AUDITED - A BOOK OF STICKERS ISSUED LAST
      * WEEK IS EXPECTED TO BE MOSTLY UNUSED.
      *
           ADD  1                      TO WS-STKI-REC-READ.

           IF   RSTKI-CO-ID        NOT = WGLOB-COMPANY-CODE
                GO TO 1000-AUDIT-RANGE-R
           END-IF.

           IF   RSTKI-STCKR-LOW-NUM    NOT NUMERIC
           OR   RSTKI-STCKR-HIGH-NUM   NOT NUMERIC
           OR   RSTKI-STCKR-LOW-NUM    > RSTKI-STCKR-HIGH-NUM
                GO TO 1000-AUDIT-RANGE-E
           END-IF.

           MOVE RSTKI-ISSUE-DT         TO WS-ISO-DT.
           PERFORM  7000-ISO-DATE-TO-INT
               THRU 7000-ISO-DATE-TO-INT-X.

           IF   WS-ISO-DT-INT          = ZERO
                GO TO 1000-AUDIT-RANGE-E
           END-IF.

           COMPUTE WS-ISSUE-AGE-DAYS = WS-RUN-DT-INT - WS-ISO-DT-INT.

           IF   WS-ISSUE-AGE-DAYS      < WS-AUDIT-AGE-DAYS
                ADD  1                 TO WS-STKI-RNG-TOO-RECENT
                GO TO 1000-AUDIT-RANGE-R
           END-IF.

           ADD  1                      TO WS-STKI-RNG-AUDITED.

           PERFORM  2000-MATCH-USAGE
               THRU 2000-MATCH-USAGE-X.

           GO TO 1000-AUDIT-RANGE-R.

       1000-AUDIT-RANGE-E.

           ADD  1                      TO WS-STKI-RNG-REJECTED.

      *MSG: STICKER RANGE @1 - @2 FOR OFFICE @3 IS INVALID - SKIPPED
           MOVE 'AS95030001'           TO WGLOB-MSG-REF-INFO.
           MOVE RSTKI-STCKR-LOW-NUM    TO WGLOB-MSG-PARM (1).
           MOVE RSTKI-STCKR-HIGH-NUM   TO WGLOB-MSG-PARM (2).
           MOVE RSTKI-SO-NUM           TO WGLOB-MSG-PARM (3).
           PERFORM  0260-1000-GENERATE-MESSAGE
               THRU 0260-1000-GENERATE-MESSAGE-X.

       1000-AUDIT-RANGE-R.

           PERFORM  STKI-1000-READ
               THRU STKI-1000-READ-X.

       1000-AUDIT-RANGE-X.
           EXIT.
      /
      *-----------------
       2000-MATCH-USAGE.
      *-----------------

      *
      * THE USAGE ROWS FOR THE RANGE COME BACK IN STICKER ORDER, SO
      * EACH ONE THAT SKIPS PAST THE NEXT EXPECTED NUMBER MARKS AN
      * UNUSED RUN.  STICKER NUMBERS ARE FIXED-WIDTH DIGITS, SO THE
      * CHARACTER KEY BROWSE ORDERS THEM NUMERICALLY.
      *
           MOVE ZERO                   TO WS-RNG-USED-CNT
                                          WS-RNG-UNUSED-CNT.
           MOVE RSTKI-STCKR-LOW-NUM    TO WS-NEXT-EXPECT-NUM.

           MOVE WGLOB-COMPANY-CODE     TO WSTKU-CO-ID.
           MOVE RSTKI-STCKR-LOW-NUM    TO WS-USED-STCKR-NUM.
           MOVE WS-USED-STCKR-ID       TO WSTKU-STCKR-ID.
           MOVE RSTKI-STCKR-HIGH-NUM   TO WS-USED-STCKR-NUM.
           MOVE WS-USED-STCKR-ID       TO WSTKU-ENDBR-STCKR-ID.
           SET  WSTKU-ENVRMNT-BATCH    TO TRUE.

           PERFORM  STKU-1000-BROWSE
               THRU STKU-1000-BROWSE-X.

           IF   NOT WSTKU-IO-OK
                GO TO 2000-MATCH-USAGE-E
           END-IF.

           PERFORM  STKU-2000-READ-NEXT
               THRU STKU-2000-READ-NEXT-X.

           PERFORM  2100-APPLY-USED-STICKER
               THRU 2100-APPLY-USED-STICKER-X
               UNTIL NOT WSTKU-IO-OK.

           IF   WSTKU-IO-ERROR
                PERFORM  STKU-3000-END-BROWSE
                    THRU STKU-3000-END-BROWSE-X
                GO TO 2000-MATCH-USAGE-E
           END-IF.

           PERFORM  STKU-3000-END-BROWSE
               THRU STKU-3000-END-BROWSE-X.

           IF   WS-NEXT-EXPECT-NUM NOT > RSTKI-STCKR-HIGH-NUM
                MOVE RSTKI-STCKR-HIGH-NUM
                                       TO WS-GAP-TO-NUM
                PERFORM  3000-WRITE-GAP
                    THRU 3000-WRITE-GAP-X
           END-IF.

           PERFORM  3100-WRITE-RANGE-SUMMARY
               THRU 3100-WRITE-RANGE-SUMMARY-X.

           GO TO 2000-MATCH-USAGE-X.

       2000-MATCH-USAGE-E.

           MOVE 8                      TO WS-MAX-RC.

      *MSG: STICKER USAGE TABLE ERROR ON RANGE @1 - @2 - NOT AUDITED
           MOVE 'AS95030002'           TO WGLOB-MSG-REF-INFO.
           MOVE RSTKI-STCKR-LOW-NUM    TO WGLOB-MSG-PARM (1).
           MOVE RSTKI-STCKR-HIGH-NUM   TO WGLOB-MSG-PARM (2).
           PERFORM  0260-1000-GENERATE-MESSAGE
               THRU 0260-1000-GENERATE-MESSAGE-X.

       2000-MATCH-USAGE-X.
           EXIT.
      /
      *------------------------
       2100-APPLY-USED-STICKER.
      *------------------------

           MOVE RSTKU-STCKR-ID         TO WS-USED-STCKR-ID.

           IF   WS-USED-STCKR-ID       NOT NUMERIC
                GO TO 2100-APPLY-USED-STICKER-R
           END-IF.

           ADD  1                      TO WS-RNG-USED-CNT.

           IF   WS-USED-STCKR-NUM      > WS-NEXT-EXPECT-NUM
                COMPUTE WS-GAP-TO-NUM  = WS-USED-STCKR-NUM - 1
                PERFORM  3000-WRITE-GAP
                    THRU 3000-WRITE-GAP-X
           END-IF.

           COMPUTE WS-NEXT-EXPECT-NUM  = WS-USED-STCKR-NUM + 1.

       2100-APPLY-USED-STICKER-R.

           PERFORM  STKU-2000-READ-NEXT
               THRU STKU-2000-READ-NEXT-X.

       2100-APPLY-USED-STICKER-X.
           EXIT.
      /
      *---------------
       3000-WRITE-GAP.
      *---------------

      *
      * ONE ROW PER UNUSED RUN - WS-NEXT-EXPECT-NUM THROUGH
      * WS-GAP-TO-NUM INCLUSIVE.
      *
           MOVE SPACES                 TO RSTKX-SEQ-REC-INFO.
           MOVE WS-RUN-DT-ISO          TO RSTKX-RPT-DT.
           SET  RSTKX-REC-TYP-GAP      TO TRUE.
           PERFORM  3200-MOVE-RANGE-FIELDS
               THRU 3200-MOVE-RANGE-FIELDS-X.
           MOVE WS-NEXT-EXPECT-NUM     TO RSTKX-UNUSED-FROM-NUM.
           MOVE WS-GAP-TO-NUM          TO RSTKX-UNUSED-TO-NUM.
           COMPUTE RSTKX-UNUSED-CNT    =
                   WS-GAP-TO-NUM - WS-NEXT-EXPECT-NUM + 1.
           MOVE ZERO                   TO RSTKX-USED-CNT.

           ADD  RSTKX-UNUSED-CNT       TO WS-RNG-UNUSED-CNT.

           PERFORM  STKX-2000-WRITE
               THRU STKX-2000-WRITE-X.

           ADD  1                      TO WS-STKX-GAP-WRITTEN.

       3000-WRITE-GAP-X.
           EXIT.
      /
      *-------------------------
       3100-WRITE-RANGE-SUMMARY.
      *-------------------------

           MOVE SPACES                 TO RSTKX-SEQ-REC-INFO.
           MOVE WS-RUN-DT-ISO          TO RSTKX-RPT-DT.
           SET  RSTKX-REC-TYP-RANGE    TO TRUE.
           PERFORM  3200-MOVE-RANGE-FIELDS
               THRU 3200-MOVE-RANGE-FIELDS-X.
           MOVE ZERO                   TO RSTKX-UNUSED-FROM-NUM
                                          RSTKX-UNUSED-TO-NUM.
           MOVE WS-RNG-UNUSED-CNT      TO RSTKX-UNUSED-CNT.
           MOVE WS-RNG-USED-CNT        TO RSTKX-USED-CNT.

           PERFORM  STKX-2000-WRITE
               THRU STKX-2000-WRITE-X.

           ADD  WS-RNG-USED-CNT        TO WS-STKR-USED-TOTAL.
           ADD  WS-RNG-UNUSED-CNT      TO WS-STKR-UNUSED-TOTAL.

       3100-WRITE-RANGE-SUMMARY-X.
           EXIT.
      /
      *-----------------------
       3200-MOVE-RANGE-FIELDS.
      *-----------------------

           MOVE RSTKI-CO-ID            TO RSTKX-CO-ID.
           MOVE RSTKI-SO-NUM           TO RSTKX-SO-NUM.
           MOVE RSTKI-ISSUE-DT         TO RSTKX-ISSUE-DT.
           MOVE WS-ISSUE-AGE-DAYS      TO RSTKX-ISSUE-AGE-DAYS.
           MOVE RSTKI-STCKR-LOW-NUM    TO RSTKX-RNG-LOW-NUM.
           MOVE RSTKI-STCKR-HIGH-NUM   TO RSTKX-RNG-HIGH-NUM.

       3200-MOVE-RANGE-FIELDS-X.
           EXIT.
      /
      *------------------------
       5000-PRINT-GRAND-TOTALS.
      *------------------------

      *MSG: STICKER RANGES READ @1, AUDITED @2, NOT YET DUE @3
           MOVE 'AS95030003'           TO WGLOB-MSG-REF-INFO.
           MOVE WS-STKI-REC-READ       TO WS-PIC-COUNTER.
           MOVE WS-PIC-COUNTER         TO WGLOB-MSG-PARM (1).
           MOVE WS-STKI-RNG-AUDITED    TO WS-PIC-COUNTER.
           MOVE WS-PIC-COUNTER         TO WGLOB-MSG-PARM (2).
           MOVE WS-STKI-RNG-TOO-RECENT TO WS-PIC-COUNTER.
           MOVE WS-PIC-COUNTER         TO WGLOB-MSG-PARM (3).
           PERFORM  0260-1000-GENERATE-MESSAGE
               THRU 0260-1000-GENERATE-MESSAGE-X.

      *MSG: STICKERS USED @1, UNUSED @2 IN @3 UNUSED RUNS
           MOVE 'AS95030004'           TO WGLOB-MSG-REF-INFO.
           MOVE WS-STKR-USED-TOTAL     TO WS-PIC-COUNTER.
           MOVE WS-PIC-COUNTER         TO WGLOB-MSG-PARM (1).
           MOVE WS-STKR-UNUSED-TOTAL   TO WS-PIC-COUNTER.
           MOVE WS-PIC-COUNTER         TO WGLOB-MSG-PARM (2).
           MOVE WS-STKX-GAP-WRITTEN    TO WS-PIC-COUNTER.
           MOVE WS-PIC-COUNTER         TO WGLOB-MSG-PARM (3).
           PERFORM  0260-1000-GENERATE-MESSAGE
               THRU 0260-1000-GENERATE-MESSAGE-X.

           IF   WS-STKI-RNG-REJECTED   > ZERO
      *MSG: STICKER RANGES REJECTED @1
                MOVE 'AS95030005'      TO WGLOB-MSG-REF-INFO
                MOVE WS-STKI-RNG-REJECTED
                                       TO WS-PIC-COUNTER
                MOVE WS-PIC-COUNTER    TO WGLOB-MSG-PARM (1)
                PERFORM  0260-1000-GENERATE-MESSAGE
                    THRU 0260-1000-GENERATE-MESSAGE-X
           END-IF.

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

           PERFORM  STKI-5000-CLOSE
               THRU STKI-5000-CLOSE-X.

           PERFORM  STKX-5000-CLOSE
               THRU STKX-5000-CLOSE-X.

       9999-CLOSE-FILES-X.
           EXIT.
      /
      *****************************************************************
      * I/O PROCESSING COPYBOOKS                                      *
      *****************************************************************

       COPY ACPISTKI.
      /
       COPY ACPISTKX.
      /
       COPY ACPBSTKU.
      /
      *****************************************************************
      * ERROR HANDLING ROUTINES                                       *
      *****************************************************************

       COPY XCPL0030.

       COPY XCPL0260.

      *****************************************************************
      **                 END OF PROGRAM ASBM9503                     **
      *****************************************************************
