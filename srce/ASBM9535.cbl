      *************************
       IDENTIFICATION DIVISION.
      *************************

       PROGRAM-ID. ASBM9535.

       COPY XCWWCRHT.

      *****************************************************************
      **  MEMBER :  ASBM9535                                         **
      **  REMARKS:  MONTHLY SIR REQUIREMENT WAIVER REPORT FOR THE    **
      **            CHIEF UNDERWRITER.  BROWSES THE REQUIREMENT      **
      **            WAIVER LOG (TWAIV, WRITTEN BY THE ASOM2190       **
      **            WAIVER TRANSACTION) FOR THE COMPANY AND PRINTS   **
      **            ONE LINE PER REQUIREMENT WAIVED IN THE MONTH -   **
      **            APPLICATION, REQUIREMENT, REASON, FACE AMOUNT,   **
      **            WHO WAIVED IT AND WHEN - FOLLOWED BY TOTALS BY   **
      **            REASON CODE AND BY UNDERWRITER, SO THE USE OF    **
      **            WAIVER AUTHORITY CAN BE REVIEWED.                **
      **                                                             **
      **            A DATABASE ERROR ON THE BROWSE ENDS THE STEP     **
      **            RC 8 - THE REPORT IS INCOMPLETE.  MORE           **
      **            UNDERWRITERS THAN THE TOTALS TABLE HOLDS ENDS    **
      **            RC 4; THE EXCESS IS TOTALLED AS '*OTHER*'.       **
      **                                                             **
      **            JCL PARM:  BYTES 1-2   COMPANY                   **
      **                       BYTES 3-9   PERIOD (CCYY-MM)          **
      **                                   (DEFAULT - THE CALENDAR   **
      **                                   MONTH BEFORE THE RUN)     **
      **                                                             **
      **  DOMAIN :  UW                                               **
      **  CLASS  :  PD                                               **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
418639**  15OCT26  DEV    NEW PROGRAM                                **
      *****************************************************************

      **********************
       ENVIRONMENT DIVISION.
      **********************

       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY ACSSWAVR.

      ***************
       DATA DIVISION.
      ***************

       FILE SECTION.

       COPY ACSDWAVR.

       COPY ACSRWAVR.

       WORKING-STORAGE SECTION.

       COPY XCWWPGWS REPLACING '$VAR1' BY 'ASBM9535'.

       COPY SQLCA.

       01  WS-COUNTERS.
           05  WS-WAIV-ROW-READ             PIC 9(07)  VALUE ZEROS.
           05  WS-WAIV-SELECTED             PIC 9(07)  VALUE ZEROS.
           05  WS-WAIV-FACE-TOTAL           PIC S9(15)V9(02) COMP-3
                                                       VALUE ZEROS.
           05  WS-LINE-CNT                  PIC S9(04) COMP VALUE +99.
           05  WS-PAGE-CNT                  PIC S9(04) COMP VALUE ZERO.
           05  WS-PIC-COUNTER               PIC Z(06)9.
           05  WS-PIC-AMT                   PIC Z(12)9.99-.
           05  WS-PIC-FACE                  PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.
           05  WS-PIC-PAGE                  PIC ZZZ9.

       01  WS-PGM-WORK-AREA.
           05  WS-RPT-PRD.
               10  WS-RPT-PRD-CCYY          PIC 9(04).
               10  FILLER                   PIC X(01)  VALUE '-'.
               10  WS-RPT-PRD-MM            PIC 9(02).
           05  WS-RUN-DT-CCYYMMDD           PIC 9(08)  VALUE ZEROS.
           05  WS-RUN-DT-GRP                REDEFINES
               WS-RUN-DT-CCYYMMDD.
               10  WS-RUN-DT-CCYY           PIC 9(04).
               10  WS-RUN-DT-MM             PIC 9(02).
               10  WS-RUN-DT-DD             PIC 9(02).
           05  WS-RPT-LINE                  PIC X(132).
           05  WS-MAX-LINES                 PIC S9(04) COMP VALUE +55.
           05  WS-MAX-RC                    PIC 9(02)  VALUE ZERO.
           05  WS-DB-ERR-SW                 PIC X(01)  VALUE 'N'.
               88  WS-DB-ERROR                    VALUE 'Y'.

      * TOTALS BY WAIVER REASON CODE - THE LAST ENTRY TAKES ANY CODE
      * NOT IN THE LIST.

       01  WS-RSN-WORK-AREA.
           05  WS-RSN-MAX                   PIC S9(04) COMP VALUE +6.
           05  WS-RSN-SUB                   PIC S9(04) COMP.
           05  WS-RSN-INIT.
               10  FILLER                   PIC X(32)  VALUE
                   'EVOTHER EVIDENCE ON FILE        '.
               10  FILLER                   PIC X(32)  VALUE
                   'RCRECENT RESULTS ON FILE        '.
               10  FILLER                   PIC X(32)  VALUE
                   'ARNOT REQUIRED FOR AMOUNT/AGE   '.
               10  FILLER                   PIC X(32)  VALUE
                   'UJUNDERWRITER JUDGEMENT         '.
               10  FILLER                   PIC X(32)  VALUE
                   'WDWITHDRAWN OR DECLINED         '.
               10  FILLER                   PIC X(32)  VALUE
                   '**OTHER                         '.
           05  WS-RSN-TBL                   REDEFINES WS-RSN-INIT.
               10  WS-RSN-ENTRY             OCCURS 6 TIMES.
                   15  WS-RSN-CD            PIC X(02).
                   15  WS-RSN-DESC          PIC X(30).
           05  WS-RSN-TOTALS.
               10  WS-RSN-TOT-ENTRY         OCCURS 6 TIMES.
                   15  WS-RSN-CNT           PIC 9(07).
                   15  WS-RSN-FACE-AMT      PIC S9(15)V9(02) COMP-3.

      * TOTALS BY THE UNDERWRITER WHO WAIVED THE REQUIREMENT.

       01  WS-USR-WORK-AREA.
           05  WS-USR-MAX                   PIC S9(04) COMP VALUE +200.
           05  WS-USR-CNT                   PIC S9(04) COMP VALUE ZERO.
           05  WS-USR-SUB                   PIC S9(04) COMP.
           05  WS-USR-TBL.
               10  WS-USR-ENTRY             OCCURS 200 TIMES.
                   15  WS-USR-ID            PIC X(08).
                   15  WS-USR-WAIV-CNT      PIC 9(07).
                   15  WS-USR-FACE-AMT      PIC S9(15)V9(02) COMP-3.
           05  WS-USR-OTHER-CNT             PIC 9(07)  VALUE ZEROS.
           05  WS-USR-OTHER-FACE-AMT        PIC S9(15)V9(02) COMP-3
                                                       VALUE ZEROS.
           05  WS-USR-OVRFLW-SW             PIC X(01)  VALUE 'N'.
               88  WS-USR-OVERFLOW                VALUE 'Y'.
      /
       COPY XCWTFCMD.
      /
       COPY ACSWWAVR.
      /
       COPY ACFWWAIV.
       COPY ACFRWAIV.
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
               10  LK-RPT-PRD.
                   15  LK-RPT-PRD-CCYY     PIC X(04).
                   15  FILLER              PIC X(01).
                   15  LK-RPT-PRD-MM       PIC X(02).
               10  FILLER                  PIC X(21).
      /
       PROCEDURE DIVISION USING LK-PARM-AREA.

      *--------------
       0000-MAINLINE.
      *--------------

           PERFORM  0100-OPEN-FILES
               THRU 0100-OPEN-FILES-X.

           PERFORM  0200-INITIALIZE
               THRU 0200-INITIALIZE-X.

           PERFORM  1000-LIST-WAIVERS
               THRU 1000-LIST-WAIVERS-X.

           PERFORM  3000-PRINT-REASON-TOTALS
               THRU 3000-PRINT-REASON-TOTALS-X.

           PERFORM  4000-PRINT-USER-TOTALS
               THRU 4000-PRINT-USER-TOTALS-X.

           PERFORM  5000-PRINT-GRAND-TOTALS
               THRU 5000-PRINT-GRAND-TOTALS-X.

           PERFORM  9999-CLOSE-FILES
               THRU 9999-CLOSE-FILES-X.

           IF   WS-USR-OVERFLOW
                MOVE 4                 TO WS-MAX-RC
           END-IF.

           IF   WS-DB-ERROR
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

           PERFORM  WAVR-4000-OPEN-OUTPUT
               THRU WAVR-4000-OPEN-OUTPUT-X.

       0100-OPEN-FILES-X.
           EXIT.
      /
      *----------------
       0200-INITIALIZE.
      *----------------

           ACCEPT  WS-RUN-DT-CCYYMMDD  FROM DATE YYYYMMDD.

      * DEFAULT PERIOD IS THE PREVIOUS CALENDAR MONTH.

           MOVE WS-RUN-DT-CCYY         TO WS-RPT-PRD-CCYY.
           IF   WS-RUN-DT-MM           = 01
                MOVE 12                TO WS-RPT-PRD-MM
                SUBTRACT 1           FROM WS-RPT-PRD-CCYY
           ELSE
                COMPUTE WS-RPT-PRD-MM  = WS-RUN-DT-MM - 1
           END-IF.

           IF   LK-PARM-LEN                  > ZERO
           AND  LK-COMPANY-CODE              > SPACES
                MOVE LK-COMPANY-CODE    TO WGLOB-COMPANY-CODE
           END-IF.

           IF   LK-PARM-LEN                  > 2
           AND  LK-RPT-PRD-CCYY              NUMERIC
           AND  LK-RPT-PRD-MM                NUMERIC
                MOVE LK-RPT-PRD-CCYY    TO WS-RPT-PRD-CCYY
                MOVE LK-RPT-PRD-MM      TO WS-RPT-PRD-MM
           END-IF.

           PERFORM  0210-CLEAR-REASON-TOTAL
               THRU 0210-CLEAR-REASON-TOTAL-X
               VARYING WS-RSN-SUB FROM 1 BY 1
               UNTIL WS-RSN-SUB > WS-RSN-MAX.

       0200-INITIALIZE-X.
           EXIT.
      /
      *------------------------
       0210-CLEAR-REASON-TOTAL.
      *------------------------

           MOVE ZERO                   TO WS-RSN-CNT (WS-RSN-SUB).
           MOVE ZERO                   TO WS-RSN-FACE-AMT (WS-RSN-SUB).

       0210-CLEAR-REASON-TOTAL-X.
           EXIT.
      /
      *------------------
       1000-LIST-WAIVERS.
      *------------------

      *
      * THE WHOLE LOG FOR THE COMPANY IS BROWSED IN APPLICATION
      * ORDER; ONLY THE ROWS WAIVED IN THE PERIOD ARE REPORTED.
      *
           MOVE WGLOB-COMPANY-CODE     TO WWAIV-CO-ID.
           MOVE LOW-VALUES             TO WWAIV-APP-ID.
           MOVE LOW-VALUES             TO WWAIV-REQIR-CODE.
           MOVE WGLOB-COMPANY-CODE     TO WWAIV-ENDBR-CO-ID.
           MOVE HIGH-VALUES            TO WWAIV-ENDBR-APP-ID.
           MOVE HIGH-VALUES            TO WWAIV-ENDBR-REQIR-CODE.
           SET  WWAIV-ENVRMNT-BATCH    TO TRUE.

           PERFORM  WAIV-1000-BROWSE
               THRU WAIV-1000-BROWSE-X.

           IF   NOT WWAIV-IO-OK
                GO TO 1000-LIST-WAIVERS-E
           END-IF.

           PERFORM  WAIV-2000-READ-NEXT
               THRU WAIV-2000-READ-NEXT-X.

           PERFORM  2000-PROCESS-WAIVER
               THRU 2000-PROCESS-WAIVER-X
               UNTIL NOT WWAIV-IO-OK.

           IF   WWAIV-IO-ERROR
                PERFORM  WAIV-3000-END-BROWSE
                    THRU WAIV-3000-END-BROWSE-X
                GO TO 1000-LIST-WAIVERS-E
           END-IF.

           PERFORM  WAIV-3000-END-BROWSE
               THRU WAIV-3000-END-BROWSE-X.

           IF   WS-WAIV-SELECTED       = ZERO
                PERFORM  6000-PRINT-HEADINGS
                    THRU 6000-PRINT-HEADINGS-X
                MOVE SPACES            TO WS-RPT-LINE
                STRING '    NO REQUIREMENTS WERE WAIVED IN THE PERIOD'
                       DELIMITED BY SIZE
                       INTO WS-RPT-LINE
                PERFORM  6900-PRINT-LINE
                    THRU 6900-PRINT-LINE-X
           END-IF.

           GO TO 1000-LIST-WAIVERS-X.

       1000-LIST-WAIVERS-E.

           SET  WS-DB-ERROR            TO TRUE.
      *MSG: WAIVER LOG BROWSE FAILED - REPORT INCOMPLETE - RC 8
           MOVE 'AS95350002'           TO WGLOB-MSG-REF-INFO.
           PERFORM  0260-1000-GENERATE-MESSAGE
               THRU 0260-1000-GENERATE-MESSAGE-X.

       1000-LIST-WAIVERS-X.
           EXIT.
      /
      *--------------------
       2000-PROCESS-WAIVER.
      *--------------------

           ADD  1                      TO WS-WAIV-ROW-READ.

           IF   RWAIV-WAIV-DT (1:7) NOT = WS-RPT-PRD
                GO TO 2000-READ-NEXT
           END-IF.

           ADD  1                      TO WS-WAIV-SELECTED.
           ADD  RWAIV-FACE-AMT         TO WS-WAIV-FACE-TOTAL.

           PERFORM  2100-PRINT-DETAIL
               THRU 2100-PRINT-DETAIL-X.

           PERFORM  2200-ADD-REASON-TOTAL
               THRU 2200-ADD-REASON-TOTAL-X.

           PERFORM  2300-ADD-USER-TOTAL
               THRU 2300-ADD-USER-TOTAL-X.

       2000-READ-NEXT.

           PERFORM  WAIV-2000-READ-NEXT
               THRU WAIV-2000-READ-NEXT-X.

       2000-PROCESS-WAIVER-X.
           EXIT.
      /
      *------------------
       2100-PRINT-DETAIL.
      *------------------

           IF   WS-LINE-CNT            > WS-MAX-LINES
                PERFORM  6000-PRINT-HEADINGS
                    THRU 6000-PRINT-HEADINGS-X
           END-IF.

           MOVE RWAIV-FACE-AMT         TO WS-PIC-FACE.
           MOVE SPACES                 TO WS-RPT-LINE.
           STRING RWAIV-APP-ID
                  '  '   RWAIV-REQIR-CODE
                  '   '  RWAIV-RSN-CD
                  '    ' WS-PIC-FACE
                  '   '  RWAIV-WAIV-USER-ID
                  '   '  RWAIV-WAIV-DT
                  ' '    RWAIV-WAIV-TM
                  '   '  RWAIV-FEED-DT
                  DELIMITED BY SIZE
                  INTO WS-RPT-LINE.
           PERFORM  6900-PRINT-LINE
               THRU 6900-PRINT-LINE-X.

       2100-PRINT-DETAIL-X.
           EXIT.
      /
      *----------------------
       2200-ADD-REASON-TOTAL.
      *----------------------

           PERFORM  2210-NEXT-REASON
               THRU 2210-NEXT-REASON-X
               VARYING WS-RSN-SUB FROM 1 BY 1
               UNTIL WS-RSN-SUB NOT < WS-RSN-MAX
               OR    WS-RSN-CD (WS-RSN-SUB) = RWAIV-RSN-CD.

           ADD  1                      TO WS-RSN-CNT (WS-RSN-SUB).
           ADD  RWAIV-FACE-AMT         TO WS-RSN-FACE-AMT (WS-RSN-SUB).

       2200-ADD-REASON-TOTAL-X.
           EXIT.
      /
      *-----------------
       2210-NEXT-REASON.
      *-----------------

           CONTINUE.

       2210-NEXT-REASON-X.
           EXIT.
      /
      *--------------------
       2300-ADD-USER-TOTAL.
      *--------------------

           PERFORM  2310-NEXT-USER
               THRU 2310-NEXT-USER-X
               VARYING WS-USR-SUB FROM 1 BY 1
               UNTIL WS-USR-SUB > WS-USR-CNT
               OR    WS-USR-ID (WS-USR-SUB) = RWAIV-WAIV-USER-ID.

           IF   WS-USR-SUB             > WS-USR-CNT
                IF   WS-USR-CNT        < WS-USR-MAX
                     ADD  1            TO WS-USR-CNT
                     MOVE RWAIV-WAIV-USER-ID
                                       TO WS-USR-ID (WS-USR-CNT)
                     MOVE ZERO         TO WS-USR-WAIV-CNT (WS-USR-CNT)
                     MOVE ZERO         TO WS-USR-FACE-AMT (WS-USR-CNT)
                ELSE
                     IF   NOT WS-USR-OVERFLOW
                          SET  WS-USR-OVERFLOW
                                       TO TRUE
      *MSG: UNDERWRITER TOTALS TABLE FULL - EXCESS AS *OTHER* - RC 4
                          MOVE 'AS95350003'
                                       TO WGLOB-MSG-REF-INFO
                          PERFORM  0260-1000-GENERATE-MESSAGE
                              THRU 0260-1000-GENERATE-MESSAGE-X
                     END-IF
                     ADD  1            TO WS-USR-OTHER-CNT
                     ADD  RWAIV-FACE-AMT
                                       TO WS-USR-OTHER-FACE-AMT
                     GO TO 2300-ADD-USER-TOTAL-X
                END-IF
           END-IF.

           ADD  1                      TO WS-USR-WAIV-CNT (WS-USR-SUB).
           ADD  RWAIV-FACE-AMT         TO WS-USR-FACE-AMT (WS-USR-SUB).

       2300-ADD-USER-TOTAL-X.
           EXIT.
      /
      *---------------
       2310-NEXT-USER.
      *---------------

           CONTINUE.

       2310-NEXT-USER-X.
           EXIT.
      /
      *-------------------------
       3000-PRINT-REASON-TOTALS.
      *-------------------------

           IF   WS-LINE-CNT            > WS-MAX-LINES - 10
                PERFORM  6000-PRINT-HEADINGS
                    THRU 6000-PRINT-HEADINGS-X
           END-IF.

           MOVE SPACES                 TO WS-RPT-LINE.
           PERFORM  6900-PRINT-LINE
               THRU 6900-PRINT-LINE-X.

           MOVE 'TOTALS BY REASON'     TO WS-RPT-LINE.
           PERFORM  6900-PRINT-LINE
               THRU 6900-PRINT-LINE-X.

           PERFORM  3100-PRINT-ONE-REASON
               THRU 3100-PRINT-ONE-REASON-X
               VARYING WS-RSN-SUB FROM 1 BY 1
               UNTIL WS-RSN-SUB > WS-RSN-MAX.

       3000-PRINT-REASON-TOTALS-X.
           EXIT.
      /
      *----------------------
       3100-PRINT-ONE-REASON.
      *----------------------

           MOVE WS-RSN-CNT (WS-RSN-SUB)
                                       TO WS-PIC-COUNTER.
           MOVE WS-RSN-FACE-AMT (WS-RSN-SUB)
                                       TO WS-PIC-AMT.
           MOVE SPACES                 TO WS-RPT-LINE.
           STRING '    ' WS-RSN-CD (WS-RSN-SUB)
                  '  '   WS-RSN-DESC (WS-RSN-SUB)
                  '  WAIVED ' WS-PIC-COUNTER
                  '   FACE AMOUNT ' WS-PIC-AMT
                  DELIMITED BY SIZE
                  INTO WS-RPT-LINE.
           PERFORM  6900-PRINT-LINE
               THRU 6900-PRINT-LINE-X.

       3100-PRINT-ONE-REASON-X.
           EXIT.
      /
      *-----------------------
       4000-PRINT-USER-TOTALS.
      *-----------------------

           MOVE SPACES                 TO WS-RPT-LINE.
           PERFORM  6900-PRINT-LINE
               THRU 6900-PRINT-LINE-X.

           MOVE 'TOTALS BY UNDERWRITER'
                                       TO WS-RPT-LINE.
           PERFORM  6900-PRINT-LINE
               THRU 6900-PRINT-LINE-X.

           PERFORM  4100-PRINT-ONE-USER
               THRU 4100-PRINT-ONE-USER-X
               VARYING WS-USR-SUB FROM 1 BY 1
               UNTIL WS-USR-SUB > WS-USR-CNT.

           IF   WS-USR-OTHER-CNT       > ZERO
                MOVE WS-USR-OTHER-CNT  TO WS-PIC-COUNTER
                MOVE WS-USR-OTHER-FACE-AMT
                                       TO WS-PIC-AMT
                MOVE SPACES            TO WS-RPT-LINE
                STRING '    *OTHER*  WAIVED ' WS-PIC-COUNTER
                       '   FACE AMOUNT ' WS-PIC-AMT
                       DELIMITED BY SIZE
                       INTO WS-RPT-LINE
                PERFORM  6900-PRINT-LINE
                    THRU 6900-PRINT-LINE-X
           END-IF.

           MOVE WS-WAIV-SELECTED       TO WS-PIC-COUNTER.
           MOVE WS-WAIV-FACE-TOTAL     TO WS-PIC-AMT.
           MOVE SPACES                 TO WS-RPT-LINE.
           PERFORM  6900-PRINT-LINE
               THRU 6900-PRINT-LINE-X.
           STRING 'TOTAL REQUIREMENTS WAIVED ' WS-PIC-COUNTER
                  '   FACE AMOUNT ' WS-PIC-AMT
                  DELIMITED BY SIZE
                  INTO WS-RPT-LINE.
           PERFORM  6900-PRINT-LINE
               THRU 6900-PRINT-LINE-X.

       4000-PRINT-USER-TOTALS-X.
           EXIT.
      /
      *--------------------
       4100-PRINT-ONE-USER.
      *--------------------

           IF   WS-LINE-CNT            > WS-MAX-LINES
                PERFORM  6000-PRINT-HEADINGS
                    THRU 6000-PRINT-HEADINGS-X
           END-IF.

           MOVE WS-USR-WAIV-CNT (WS-USR-SUB)
                                       TO WS-PIC-COUNTER.
           MOVE WS-USR-FACE-AMT (WS-USR-SUB)
                                       TO WS-PIC-AMT.
           MOVE SPACES                 TO WS-RPT-LINE.
           STRING '    ' WS-USR-ID (WS-USR-SUB)
                  '  WAIVED ' WS-PIC-COUNTER
                  '   FACE AMOUNT ' WS-PIC-AMT
                  DELIMITED BY SIZE
                  INTO WS-RPT-LINE.
           PERFORM  6900-PRINT-LINE
               THRU 6900-PRINT-LINE-X.

       4100-PRINT-ONE-USER-X.
           EXIT.
      /
      *------------------------
       5000-PRINT-GRAND-TOTALS.
      *------------------------

      *MSG: WAIVER LOG ROWS READ @1, WAIVED IN PERIOD @2 (@3)
           MOVE 'AS95350001'           TO WGLOB-MSG-REF-INFO.
           MOVE WS-WAIV-ROW-READ       TO WS-PIC-COUNTER.
           MOVE WS-PIC-COUNTER         TO WGLOB-MSG-PARM (1).
           MOVE WS-WAIV-SELECTED       TO WS-PIC-COUNTER.
           MOVE WS-PIC-COUNTER         TO WGLOB-MSG-PARM (2).
           MOVE WS-RPT-PRD             TO WGLOB-MSG-PARM (3).
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
           STRING 'SIR REQUIREMENT WAIVER REPORT - COMPANY '
                  WGLOB-COMPANY-CODE
                  '   PERIOD ' WS-RPT-PRD
                  '   RUN ' WS-RUN-DT-CCYYMMDD
                  '   PAGE ' WS-PIC-PAGE
                  DELIMITED BY SIZE
                  INTO WS-RPT-LINE.
           MOVE SPACES                 TO RWAVR-SEQ-REC-INFO.
           SET  RWAVR-NEW-PAGE         TO TRUE.
           MOVE WS-RPT-LINE            TO RWAVR-LINE-TXT.
           PERFORM  WAVR-2000-WRITE
               THRU WAVR-2000-WRITE-X.

           MOVE SPACES                 TO WS-RPT-LINE.
           PERFORM  6900-PRINT-LINE
               THRU 6900-PRINT-LINE-X.

           MOVE SPACES                 TO WS-RPT-LINE.
           STRING 'APPLICATION      REQT   RSN          FACE AMOUNT'
                  '   WAIVED BY  DATE       TIME       CLOSED'
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

           MOVE SPACES                 TO RWAVR-SEQ-REC-INFO.
           MOVE WS-RPT-LINE            TO RWAVR-LINE-TXT.

           PERFORM  WAVR-2000-WRITE
               THRU WAVR-2000-WRITE-X.

           ADD  1                      TO WS-LINE-CNT.

       6900-PRINT-LINE-X.
           EXIT.
      /
      *-----------------
       9999-CLOSE-FILES.
      *-----------------

           PERFORM  WAVR-5000-CLOSE
               THRU WAVR-5000-CLOSE-X.

       9999-CLOSE-FILES-X.
           EXIT.
      /
      *****************************************************************
      * I/O PROCESSING COPYBOOKS                                      *
      *****************************************************************

       COPY ACPIWAVR.
      /
       COPY ACPBWAIV.
      /
      *****************************************************************
      * ERROR HANDLING ROUTINES                                       *
      *****************************************************************

       COPY XCPL0030.

       COPY XCPL0260.

      *****************************************************************
      **                 END OF PROGRAM ASBM9535                     **
      *****************************************************************
