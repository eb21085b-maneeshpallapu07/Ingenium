      *************************
       IDENTIFICATION DIVISION.
      *************************

       PROGRAM-ID. ASBM9513.

       COPY XCWWCRHT.

      *****************************************************************
      **  MEMBER :  ASBM9513                                         **
      **  REMARKS:  PERSONAL DATA ACCESS REQUEST EXTRACT.  FOR EACH  **
      **            DSRQ REQUEST CARD THE PRIVACY OFFICE SUBMITS     **
      **            (CLIENT ID, OR SURNAME, GIVEN NAME AND BIRTH     **
      **            DATE) THIS JOB WRITES ONE DISCLOSURE REPORT OF   **
      **            EVERYTHING THE UPLOAD SYSTEM HOLDS ON THE        **
      **            PERSON:                                          **
      **              - THE PERSON IS FOUND ON THE UCLI CLIENT AND   **
      **                UBEN BENEFICIARY UPLOAD ROWS, LIVE AND       **
      **                ARCHIVED, BY NAME AND BIRTH DATE; A CLIENT   **
      **                ID ALONE IS FIRST RESOLVED TO THE CLIENT'S   **
      **                NAME FROM THE CLNX CLIENT NAME INDEX UNLOAD  **
      **                AND MATCHED ON NAME ONLY;                    **
      **              - EVERY APPLICATION THE PERSON APPEARS ON IS   **
      **                THEN REPORTED FROM THE UPOL AND UCNV UPLOAD  **
      **                ROWS, THE ARCV ARCHIVE, THE ADHL, ACHL,      **
      **                ASTH, AGHL, PNHL, RMHL AND MVRH HOLD AND     **
      **                EXCEPTION EXTRACTS AND THE WQUF WORK QUEUE;  **
      **              - THE APPLICATIONS' POLICY NUMBERS ARE         **
      **                REPORTED FROM THE IMPORT MESSAGE EXTRACT.    **
      **            BANK ACCOUNT NUMBERS ARE MASKED TO THE LAST      **
      **            THREE CHARACTERS AS ON THE HOLD LISTINGS.  A     **
      **            BENEFICIARY ROW WITH NO BIRTH DATE MATCHES ON    **
      **            NAME ALONE AND IS FLAGGED FOR THE PRIVACY        **
      **            OFFICE TO VERIFY BEFORE RELEASE.                 **
      **                                                             **
      **            EVERY SOURCE IS RE-READ PER REQUEST - ACCESS     **
      **            REQUESTS ARE A HANDFUL AT A TIME, NOT A VOLUME   **
      **            RUN.  A CARD WITH NEITHER A CLIENT ID NOR A NAME **
      **            AND BIRTH DATE, OR A CLIENT ID NOT ON THE NAME   **
      **            INDEX, ENDS THE STEP RC 4; A PERSON ON MORE      **
      **            APPLICATIONS THAN THE TABLE HOLDS ENDS IT RC 8.  **
      **                                                             **
      **            JCL PARM:  BYTES 1-2   COMPANY                   **
      **                                                             **
      **  DOMAIN :  UW                                               **
      **  CLASS  :  PD                                               **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
963852**  15OCT26  DEV    NEW PROGRAM                                **
      *****************************************************************

      **********************
       ENVIRONMENT DIVISION.
      **********************

       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY ACSSDSRQ.
       COPY ACSSDSRP.
       COPY ACSSCLNX.
       COPY ACSSARCV.
       COPY ACSSAGHL.
       COPY ACSSPNHL.
       COPY ACSSRMHL.
       COPY ACSSMVRH.
       COPY ACSSWQUF.
       COPY ACSS2120.

      ***************
       DATA DIVISION.
      ***************

       FILE SECTION.

       COPY ACSDDSRQ.

       COPY ACSRDSRQ.

       COPY ACSDDSRP.

       COPY ACSRDSRP.

       COPY ACSDCLNX.

       COPY ACSRCLNX.

       COPY ACSDARCV.

       COPY ACSRARCV.

       COPY ACSDAGHL.

       COPY ACSRAGHL.

       COPY ACSDPNHL.

       COPY ACSRPNHL.

       COPY ACSDRMHL.

       COPY ACSRRMHL.

       COPY ACSDMVRH.

       COPY ACSRMVRH.

       COPY ACSDWQUF.

       COPY ACSRWQUF.

       COPY ACSD2120.

       COPY ACSR2120.

       WORKING-STORAGE SECTION.

       COPY XCWWPGWS REPLACING '$VAR1' BY 'ASBM9513'.

       COPY SQLCA.

       01  WS-COUNTERS.
           05  WS-DSRQ-REC-READ             PIC 9(07)  VALUE ZEROS.
           05  WS-RPT-CNT                   PIC 9(07)  VALUE ZEROS.
           05  WS-SKIP-CNT                  PIC 9(07)  VALUE ZEROS.
           05  WS-NONE-HELD-CNT             PIC 9(07)  VALUE ZEROS.
           05  WS-REQ-LINE-CNT              PIC 9(07)  VALUE ZEROS.
           05  WS-SECT-LINE-CNT             PIC 9(07)  VALUE ZEROS.
           05  WS-PIC-COUNTER               PIC Z(06)9.

      * APPLICATIONS THE CURRENT PERSON APPEARS ON, AND THEIR POLICY
      * NUMBERS - REBUILT FOR EACH REQUEST.

       01  WS-APP-WORK-AREA.
           05  WS-APP-MAX                   PIC S9(04) COMP VALUE +500.
           05  WS-APP-CNT                   PIC S9(04) COMP VALUE ZERO.
           05  WS-APP-SUB                   PIC S9(04) COMP.
           05  WS-APP-USE-SUB               PIC S9(04) COMP.
           05  WS-APP-TBL.
               10  WS-APP-ENTRY             OCCURS 500 TIMES.
                   15  WS-APP-ID            PIC X(15).
           05  WS-POL-MAX                   PIC S9(04) COMP VALUE +500.
           05  WS-POL-CNT                   PIC S9(04) COMP VALUE ZERO.
           05  WS-POL-SUB                   PIC S9(04) COMP.
           05  WS-POL-USE-SUB               PIC S9(04) COMP.
           05  WS-POL-TBL.
               10  WS-POL-ENTRY             OCCURS 500 TIMES.
                   15  WS-POL-ID            PIC X(10).
           05  WS-TBL-OVRFLW-SW             PIC X(01)  VALUE 'N'.
               88  WS-TBL-OVERFLOW                VALUE 'Y'.
           05  WS-RUN-OVRFLW-SW             PIC X(01)  VALUE 'N'.
               88  WS-RUN-OVERFLOW                VALUE 'Y'.

      * THE PERSON ASKED ABOUT, AND THE CANDIDATE ROW BEING TESTED.

       01  WS-PERSON-WORK-AREA.
           05  WS-RQ-REQ-ID                 PIC X(08).
           05  WS-RQ-CLI-ID                 PIC X(10).
           05  WS-RQ-SUR-NM                 PIC X(50).
           05  WS-RQ-GIV-NM                 PIC X(50).
           05  WS-RQ-BTH-DT                 PIC X(10).
           05  WS-CAND-SUR-NM               PIC X(50).
           05  WS-CAND-GIV-NM               PIC X(50).
           05  WS-CAND-BTH-DT               PIC X(10).
           05  WS-MATCH-SW                  PIC X(01).
               88  WS-MATCH-NONE                  VALUE 'N'.
               88  WS-MATCH-FULL                  VALUE 'Y'.
               88  WS-MATCH-NAME-ONLY             VALUE 'O'.
           05  WS-CLNX-FOUND-SW             PIC X(01).
               88  WS-CLNX-FOUND                  VALUE 'Y'.
           05  WS-SRCH-APP-ID               PIC X(15).
           05  WS-SRCH-POL-ID               PIC X(10).

       01  WS-PGM-WORK-AREA.
           05  WS-RUN-DT-CCYYMMDD           PIC 9(08)  VALUE ZEROS.
           05  WS-SECT-TITLE                PIC X(60).
           05  WS-RPT-LINE                  PIC X(132).
           05  WS-MATCH-FLAG-TXT            PIC X(20).
           05  WS-MASK-ACCT-ID              PIC X(17).
           05  WS-ACCT-TALLY                PIC S9(04) COMP.
           05  WS-MAX-RC                    PIC 9(02)  VALUE ZERO.
      /
       COPY XCWTFCMD.
      /
       COPY ACSWDSRQ.
       COPY ACSWDSRP.
       COPY ACSWCLNX.
       COPY ACSWARCV.
       COPY ACSWAGHL.
       COPY ACSWPNHL.
       COPY ACSWRMHL.
       COPY ACSWMVRH.
       COPY ACSWWQUF.
       COPY ACSW2120.
       COPY ACSWRUPL.
       COPY ACSWUCLI.
       COPY ACSWRUBN.
       COPY ACSWUCNV.
       COPY ACSWADHL.
       COPY ACSWACHL.
       COPY ACSWASTH.
      /
       COPY ACWWMASK.
      /
       COPY ACSRADHL.
       COPY ACSRACHL.
       COPY ACSRASTH.
      /
      *****************************************************************
      * INPUT PARAMETER INFORMATION                                   *
      *****************************************************************

       01  WGLOB-GLOBAL-AREA.
       COPY XCWWGLOB.
      /
       COPY ACFRUPOL.
      /
       COPY ACFRUCLI.
      /
       COPY ACFRUBEN.
      /
       COPY ACFRUCNV.
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

           PERFORM  DSRQ-1000-READ
               THRU DSRQ-1000-READ-X.

           PERFORM  1000-PROCESS-ONE-REQUEST
               THRU 1000-PROCESS-ONE-REQUEST-X
               UNTIL WDSRQ-SEQ-IO-EOF.

           PERFORM  5000-PRINT-GRAND-TOTALS
               THRU 5000-PRINT-GRAND-TOTALS-X.

           PERFORM  9999-CLOSE-FILES
               THRU 9999-CLOSE-FILES-X.

           IF   WS-RUN-OVERFLOW
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

      * THE SOURCES SEARCHED ARE OPENED AND CLOSED PER REQUEST BY THE
      * SCAN PARAGRAPHS.

           PERFORM  DSRQ-3000-OPEN-INPUT
               THRU DSRQ-3000-OPEN-INPUT-X.

           PERFORM  DSRP-4000-OPEN-OUTPUT
               THRU DSRP-4000-OPEN-OUTPUT-X.

       0100-OPEN-FILES-X.
           EXIT.
      /
      *----------------
       0200-INITIALIZE.
      *----------------

           ACCEPT  WS-RUN-DT-CCYYMMDD  FROM DATE YYYYMMDD.

           IF   LK-PARM-LEN                  > ZERO
                IF   LK-COMPANY-CODE         > SPACES
                     MOVE LK-COMPANY-CODE
                                        TO WGLOB-COMPANY-CODE
                END-IF
           END-IF.

       0200-INITIALIZE-X.
           EXIT.
      /
      *-------------------------
       1000-PROCESS-ONE-REQUEST.
      *-------------------------

           ADD  1                      TO WS-DSRQ-REC-READ.

           MOVE SPACES                 TO WS-PERSON-WORK-AREA.
           MOVE RDSRQ-REQ-ID           TO WS-RQ-REQ-ID.
           MOVE RDSRQ-CLI-ID           TO WS-RQ-CLI-ID.
           MOVE RDSRQ-SUR-NM           TO WS-RQ-SUR-NM.
           MOVE RDSRQ-GIV-NM           TO WS-RQ-GIV-NM.
           MOVE RDSRQ-BTH-DT           TO WS-RQ-BTH-DT.
           MOVE ZERO                   TO WS-APP-CNT
                                          WS-POL-CNT
                                          WS-REQ-LINE-CNT.
           MOVE 'N'                    TO WS-TBL-OVRFLW-SW.

           IF   WS-RQ-CLI-ID           = SPACES
           AND (WS-RQ-SUR-NM           = SPACES
           OR   WS-RQ-BTH-DT           = SPACES)
                ADD  1                 TO WS-SKIP-CNT
                MOVE 4                 TO WS-MAX-RC
      *MSG: ACCESS REQUEST @1 NEEDS A CLIENT ID OR NAME AND BIRTH
      *     DATE - SKIPPED
                MOVE 'AS95130002'      TO WGLOB-MSG-REF-INFO
                MOVE WS-RQ-REQ-ID      TO WGLOB-MSG-PARM (1)
                PERFORM  0260-1000-GENERATE-MESSAGE
                    THRU 0260-1000-GENERATE-MESSAGE-X
                GO TO 1000-PROCESS-ONE-REQUEST-R
           END-IF.

           ADD  1                      TO WS-RPT-CNT.

      * A CARD WITH A CLIENT ID AND NO NAME TAKES THE CLIENT'S NAME
      * FROM THE NAME INDEX.

           IF   WS-RQ-SUR-NM           = SPACES
                PERFORM  1100-RESOLVE-CLIENT-NAME
                    THRU 1100-RESOLVE-CLIENT-NAME-X
           END-IF.

           PERFORM  1200-PRINT-REPORT-HEADER
               THRU 1200-PRINT-REPORT-HEADER-X.

           IF   WS-RQ-SUR-NM           = SPACES
                ADD  1                 TO WS-NONE-HELD-CNT
                MOVE 4                 TO WS-MAX-RC
                MOVE 'CLIENT ID IS NOT ON THE CLIENT NAME INDEX - NO SEA
      -              'RCH WAS MADE'    TO WS-RPT-LINE
                PERFORM  1400-PRINT-LINE
                    THRU 1400-PRINT-LINE-X
      *MSG: ACCESS REQUEST @1 CLIENT @2 NOT ON THE CLIENT NAME INDEX
                MOVE 'AS95130003'      TO WGLOB-MSG-REF-INFO
                MOVE WS-RQ-REQ-ID      TO WGLOB-MSG-PARM (1)
                MOVE WS-RQ-CLI-ID      TO WGLOB-MSG-PARM (2)
                PERFORM  0260-1000-GENERATE-MESSAGE
                    THRU 0260-1000-GENERATE-MESSAGE-X
                GO TO 1000-PROCESS-ONE-REQUEST-R
           END-IF.

      * FIND THE PERSON - EVERY ROW NAMING THEM IS REPORTED AND ITS
      * APPLICATION ADDED TO THE APPLICATION TABLE.

           PERFORM  2000-SCAN-UCLI
               THRU 2000-SCAN-UCLI-X.

           PERFORM  2100-SCAN-UBEN
               THRU 2100-SCAN-UBEN-X.

           PERFORM  2200-SCAN-ARCHIVE-PERSON
               THRU 2200-SCAN-ARCHIVE-PERSON-X.

           IF   WS-APP-CNT             = ZERO
                ADD  1                 TO WS-NONE-HELD-CNT
                MOVE SPACES            TO WS-RPT-LINE
                PERFORM  1400-PRINT-LINE
                    THRU 1400-PRINT-LINE-X
                MOVE 'NO RECORDS ARE HELD ON THIS PERSON'
                                       TO WS-RPT-LINE
                PERFORM  1400-PRINT-LINE
                    THRU 1400-PRINT-LINE-X
      *MSG: ACCESS REQUEST @1 - NO RECORDS HELD
                MOVE 'AS95130005'      TO WGLOB-MSG-REF-INFO
                MOVE WS-RQ-REQ-ID      TO WGLOB-MSG-PARM (1)
                PERFORM  0260-1000-GENERATE-MESSAGE
                    THRU 0260-1000-GENERATE-MESSAGE-X
                GO TO 1000-PROCESS-ONE-REQUEST-R
           END-IF.

      * REPORT EVERYTHING HELD AGAINST THE PERSON'S APPLICATIONS.

           PERFORM  3000-SCAN-UPOL
               THRU 3000-SCAN-UPOL-X.

           PERFORM  3100-SCAN-UCNV
               THRU 3100-SCAN-UCNV-X.

           PERFORM  3200-SCAN-ARCHIVE-APPS
               THRU 3200-SCAN-ARCHIVE-APPS-X.

           PERFORM  4000-SCAN-HOLD-EXTRACTS
               THRU 4000-SCAN-HOLD-EXTRACTS-X.

           PERFORM  4700-SCAN-WORK-QUEUE
               THRU 4700-SCAN-WORK-QUEUE-X.

           PERFORM  4800-SCAN-MESSAGE-EXTRACT
               THRU 4800-SCAN-MESSAGE-EXTRACT-X.

       1000-PROCESS-ONE-REQUEST-R.

           IF   WS-RQ-REQ-ID           > SPACES
           AND  WS-REQ-LINE-CNT        > ZERO
                PERFORM  1800-PRINT-TRAILER
                    THRU 1800-PRINT-TRAILER-X
           END-IF.

           PERFORM  DSRQ-1000-READ
               THRU DSRQ-1000-READ-X.

       1000-PROCESS-ONE-REQUEST-X.
           EXIT.
      /
      *-------------------------
       1100-RESOLVE-CLIENT-NAME.
      *-------------------------

      * THE FIRST NAME INDEX ROW FOR THE CLIENT IS THE CLIENT'S
      * CURRENT NAME.  THE INDEX CARRIES NO BIRTH DATE, SO THE PERSON
      * IS MATCHED ON NAME ALONE.

           MOVE 'N'                    TO WS-CLNX-FOUND-SW.

           PERFORM  CLNX-3000-OPEN-INPUT
               THRU CLNX-3000-OPEN-INPUT-X.

           PERFORM  CLNX-1000-READ
               THRU CLNX-1000-READ-X.

           PERFORM  1110-CHECK-CLNX-ROW
               THRU 1110-CHECK-CLNX-ROW-X
               UNTIL WCLNX-SEQ-IO-EOF
               OR    WS-CLNX-FOUND.

           PERFORM  CLNX-5000-CLOSE
               THRU CLNX-5000-CLOSE-X.

       1100-RESOLVE-CLIENT-NAME-X.
           EXIT.
      /
      *---------------------
       1110-CHECK-CLNX-ROW.
      *---------------------

           IF   RCLNX-CLI-ID           = WS-RQ-CLI-ID
                SET  WS-CLNX-FOUND     TO TRUE
                MOVE RCLNX-CLI-SURNAME TO WS-RQ-SUR-NM
                MOVE RCLNX-CLI-GIV-NM  TO WS-RQ-GIV-NM
                GO TO 1110-CHECK-CLNX-ROW-X
           END-IF.

           PERFORM  CLNX-1000-READ
               THRU CLNX-1000-READ-X.

       1110-CHECK-CLNX-ROW-X.
           EXIT.
      /
      *-------------------------
       1200-PRINT-REPORT-HEADER.
      *-------------------------

           MOVE SPACES                 TO WS-RPT-LINE.
           STRING 'PERSONAL DATA DISCLOSURE - ACCESS REQUEST '
                  WS-RQ-REQ-ID
                  '   PREPARED '
                  WS-RUN-DT-CCYYMMDD
                  DELIMITED BY SIZE
                  INTO WS-RPT-LINE.
           MOVE SPACES                 TO RDSRP-SEQ-REC-INFO.
           SET  RDSRP-NEW-PAGE         TO TRUE.
           MOVE WS-RPT-LINE            TO RDSRP-LINE-TXT.
           PERFORM  DSRP-2000-WRITE
               THRU DSRP-2000-WRITE-X.
           ADD  1                      TO WS-REQ-LINE-CNT.

           MOVE SPACES                 TO WS-RPT-LINE.
           PERFORM  1400-PRINT-LINE
               THRU 1400-PRINT-LINE-X.

           MOVE SPACES                 TO WS-RPT-LINE.
           STRING 'SURNAME     '
                  WS-RQ-SUR-NM
                  DELIMITED BY SIZE
                  INTO WS-RPT-LINE.
           PERFORM  1400-PRINT-LINE
               THRU 1400-PRINT-LINE-X.

           MOVE SPACES                 TO WS-RPT-LINE.
           STRING 'GIVEN NAME  '
                  WS-RQ-GIV-NM
                  DELIMITED BY SIZE
                  INTO WS-RPT-LINE.
           PERFORM  1400-PRINT-LINE
               THRU 1400-PRINT-LINE-X.

           MOVE SPACES                 TO WS-RPT-LINE.
           STRING 'BIRTH DATE  '
                  WS-RQ-BTH-DT
                  '   CLIENT ID '
                  WS-RQ-CLI-ID
                  DELIMITED BY SIZE
                  INTO WS-RPT-LINE.
           PERFORM  1400-PRINT-LINE
               THRU 1400-PRINT-LINE-X.

           MOVE 'BANK ACCOUNT NUMBERS ARE MASKED TO THE LAST THREE CHARA
      -         'CTERS'                TO WS-RPT-LINE.
           PERFORM  1400-PRINT-LINE
               THRU 1400-PRINT-LINE-X.

       1200-PRINT-REPORT-HEADER-X.
           EXIT.
      /
      *-------------------------
       1300-PRINT-SECTION-HEADER.
      *-------------------------

           MOVE SPACES                 TO WS-RPT-LINE.
           PERFORM  1400-PRINT-LINE
               THRU 1400-PRINT-LINE-X.

           MOVE WS-SECT-TITLE          TO WS-RPT-LINE.
           PERFORM  1400-PRINT-LINE
               THRU 1400-PRINT-LINE-X.

           MOVE ZERO                   TO WS-SECT-LINE-CNT.

       1300-PRINT-SECTION-HEADER-X.
           EXIT.
      /
      *-------------------------
       1350-PRINT-SECTION-END.
      *-------------------------

           IF   WS-SECT-LINE-CNT       = ZERO
                MOVE '    NONE HELD'   TO WS-RPT-LINE
                PERFORM  1400-PRINT-LINE
                    THRU 1400-PRINT-LINE-X
           END-IF.

       1350-PRINT-SECTION-END-X.
           EXIT.
      /
      *----------------
       1400-PRINT-LINE.
      *----------------

           MOVE SPACES                 TO RDSRP-SEQ-REC-INFO.
           MOVE WS-RPT-LINE            TO RDSRP-LINE-TXT.

           PERFORM  DSRP-2000-WRITE
               THRU DSRP-2000-WRITE-X.

           ADD  1                      TO WS-REQ-LINE-CNT
                                          WS-SECT-LINE-CNT.

       1400-PRINT-LINE-X.
           EXIT.
      /
      *-------------
       1500-ADD-APP.
      *-------------

           PERFORM  1510-FIND-APP
               THRU 1510-FIND-APP-X.

           IF   WS-APP-USE-SUB         > ZERO
                GO TO 1500-ADD-APP-X
           END-IF.

           IF   WS-APP-CNT             < WS-APP-MAX
                ADD  1                 TO WS-APP-CNT
                MOVE WS-SRCH-APP-ID    TO WS-APP-ID (WS-APP-CNT)
                GO TO 1500-ADD-APP-X
           END-IF.

           PERFORM  1700-NOTE-OVERFLOW
               THRU 1700-NOTE-OVERFLOW-X.

       1500-ADD-APP-X.
           EXIT.
      /
      *--------------
       1510-FIND-APP.
      *--------------

           MOVE ZERO                   TO WS-APP-USE-SUB.

           PERFORM  1520-CHECK-APP-ROW
               THRU 1520-CHECK-APP-ROW-X
               VARYING WS-APP-SUB FROM 1 BY 1
               UNTIL WS-APP-SUB > WS-APP-CNT
               OR    WS-APP-USE-SUB > ZERO.

       1510-FIND-APP-X.
           EXIT.
      /
      *-------------------
       1520-CHECK-APP-ROW.
      *-------------------

           IF   WS-APP-ID (WS-APP-SUB) = WS-SRCH-APP-ID
                MOVE WS-APP-SUB        TO WS-APP-USE-SUB
           END-IF.

       1520-CHECK-APP-ROW-X.
           EXIT.
      /
      *-------------
       1600-ADD-POL.
      *-------------

           IF   WS-SRCH-POL-ID         = SPACES OR LOW-VALUES
                GO TO 1600-ADD-POL-X
           END-IF.

           PERFORM  1610-FIND-POL
               THRU 1610-FIND-POL-X.

           IF   WS-POL-USE-SUB         > ZERO
                GO TO 1600-ADD-POL-X
           END-IF.

           IF   WS-POL-CNT             < WS-POL-MAX
                ADD  1                 TO WS-POL-CNT
                MOVE WS-SRCH-POL-ID    TO WS-POL-ID (WS-POL-CNT)
                GO TO 1600-ADD-POL-X
           END-IF.

           PERFORM  1700-NOTE-OVERFLOW
               THRU 1700-NOTE-OVERFLOW-X.

       1600-ADD-POL-X.
           EXIT.
      /
      *--------------
       1610-FIND-POL.
      *--------------

           MOVE ZERO                   TO WS-POL-USE-SUB.

           PERFORM  1620-CHECK-POL-ROW
               THRU 1620-CHECK-POL-ROW-X
               VARYING WS-POL-SUB FROM 1 BY 1
               UNTIL WS-POL-SUB > WS-POL-CNT
               OR    WS-POL-USE-SUB > ZERO.

       1610-FIND-POL-X.
           EXIT.
      /
      *-------------------
       1620-CHECK-POL-ROW.
      *-------------------

           IF   WS-POL-ID (WS-POL-SUB) = WS-SRCH-POL-ID
                MOVE WS-POL-SUB        TO WS-POL-USE-SUB
           END-IF.

       1620-CHECK-POL-ROW-X.
           EXIT.
      /
      *-------------------
       1700-NOTE-OVERFLOW.
      *-------------------

      * ONCE PER REQUEST - THE REPORT IS MARKED INCOMPLETE AND THE
      * STEP ENDS RC 8.

           IF   WS-TBL-OVERFLOW
                GO TO 1700-NOTE-OVERFLOW-X
           END-IF.

           SET  WS-TBL-OVERFLOW        TO TRUE.
           SET  WS-RUN-OVERFLOW        TO TRUE.

      *MSG: ACCESS REQUEST @1 EXCEEDS @2 APPLICATIONS OR POLICIES -
      *     REPORT INCOMPLETE - RC 8
           MOVE 'AS95130004'           TO WGLOB-MSG-REF-INFO.
           MOVE WS-RQ-REQ-ID           TO WGLOB-MSG-PARM (1).
           MOVE WS-APP-MAX             TO WS-PIC-COUNTER.
           MOVE WS-PIC-COUNTER         TO WGLOB-MSG-PARM (2).
           PERFORM  0260-1000-GENERATE-MESSAGE
               THRU 0260-1000-GENERATE-MESSAGE-X.

       1700-NOTE-OVERFLOW-X.
           EXIT.
      /
      *------------------
       1750-MATCH-PERSON.
      *------------------

      * SURNAME AND GIVEN NAME MUST AGREE.  WHEN THE REQUEST CARRIES
      * A BIRTH DATE THE ROW'S MUST AGREE TOO; A ROW WITHOUT ONE
      * MATCHES ON NAME ONLY.

           SET  WS-MATCH-NONE          TO TRUE.

           IF   WS-CAND-SUR-NM     NOT = WS-RQ-SUR-NM
           OR   WS-CAND-GIV-NM     NOT = WS-RQ-GIV-NM
                GO TO 1750-MATCH-PERSON-X
           END-IF.

           IF   WS-RQ-BTH-DT           = SPACES
                SET  WS-MATCH-FULL     TO TRUE
                GO TO 1750-MATCH-PERSON-X
           END-IF.

           IF   WS-CAND-BTH-DT         = SPACES OR LOW-VALUES
                SET  WS-MATCH-NAME-ONLY
                                       TO TRUE
                GO TO 1750-MATCH-PERSON-X
           END-IF.

           IF   WS-CAND-BTH-DT         = WS-RQ-BTH-DT
                SET  WS-MATCH-FULL     TO TRUE
           END-IF.

       1750-MATCH-PERSON-X.
           EXIT.
      /
      *--------------------
       1800-PRINT-TRAILER.
      *--------------------

           MOVE SPACES                 TO WS-RPT-LINE.
           PERFORM  1400-PRINT-LINE
               THRU 1400-PRINT-LINE-X.

           IF   WS-TBL-OVERFLOW
                MOVE '*** REPORT INCOMPLETE - MORE APPLICATIONS THAN THE
      -              ' EXTRACT CAN HOLD ***'
                                       TO WS-RPT-LINE
                PERFORM  1400-PRINT-LINE
                    THRU 1400-PRINT-LINE-X
           END-IF.

           MOVE WS-APP-CNT             TO WS-PIC-COUNTER.
           MOVE SPACES                 TO WS-RPT-LINE.
           STRING 'END OF DISCLOSURE FOR ACCESS REQUEST '
                  WS-RQ-REQ-ID
                  '   APPLICATIONS '
                  WS-PIC-COUNTER
                  DELIMITED BY SIZE
                  INTO WS-RPT-LINE.
           PERFORM  1400-PRINT-LINE
               THRU 1400-PRINT-LINE-X.

       1800-PRINT-TRAILER-X.
           EXIT.
      /
      *----------------
       2000-SCAN-UCLI.
      *----------------

           MOVE 'CLIENT DETAILS ON APPLICATIONS (UCLI)'
                                       TO WS-SECT-TITLE.
           PERFORM  1300-PRINT-SECTION-HEADER
               THRU 1300-PRINT-SECTION-HEADER-X.

           PERFORM  UCLI-3000-OPEN-INPUT
               THRU UCLI-3000-OPEN-INPUT-X.

           PERFORM  UCLI-1000-READ
               THRU UCLI-1000-READ-X.

           PERFORM  2010-ONE-UCLI
               THRU 2010-ONE-UCLI-X
               UNTIL WUCLI-SEQ-IO-EOF.

           PERFORM  UCLI-4000-CLOSE
               THRU UCLI-4000-CLOSE-X.

           PERFORM  1350-PRINT-SECTION-END
               THRU 1350-PRINT-SECTION-END-X.

       2000-SCAN-UCLI-X.
           EXIT.
      /
      *---------------
       2010-ONE-UCLI.
      *---------------

           MOVE RUCLI-CLI-SUR-NM       TO WS-CAND-SUR-NM.
           MOVE RUCLI-CLI-GIV-NM       TO WS-CAND-GIV-NM.
           MOVE RUCLI-CLI-BTH-DT       TO WS-CAND-BTH-DT.

           PERFORM  1750-MATCH-PERSON
               THRU 1750-MATCH-PERSON-X.

           IF   NOT WS-MATCH-NONE
                MOVE RUCLI-APP-ID      TO WS-SRCH-APP-ID
                PERFORM  1500-ADD-APP
                    THRU 1500-ADD-APP-X
                PERFORM  2020-PRINT-UCLI-ROW
                    THRU 2020-PRINT-UCLI-ROW-X
           END-IF.

           PERFORM  UCLI-1000-READ
               THRU UCLI-1000-READ-X.

       2010-ONE-UCLI-X.
           EXIT.
      /
      *---------------------
       2020-PRINT-UCLI-ROW.
      *---------------------

      * SHARED BY THE LIVE TABLE AND THE ARCHIVED ROW IMAGES.

           MOVE SPACES                 TO WS-RPT-LINE.
           STRING '  APP '
                  RUCLI-APP-ID
                  ' CLIENT '
                  RUCLI-SEQ-NUM
                  ' ROLE '
                  RUCLI-POL-CLI-REL-TYP-CD
                  ' BORN '
                  RUCLI-CLI-BTH-DT
                  ' SEX '
                  RUCLI-CLI-SEX-CD
                  ' OCCUPATION '
                  RUCLI-CLI-OCCP-CD
                  ' SMOKER '
                  RUCLI-CLI-SMKR-CD
                  DELIMITED BY SIZE
                  INTO WS-RPT-LINE.
           PERFORM  1400-PRINT-LINE
               THRU 1400-PRINT-LINE-X.

           MOVE SPACES                 TO WS-RPT-LINE.
           STRING '      NAME '
                  RUCLI-CLI-SUR-NM
                  ' '
                  RUCLI-CLI-GIV-NM
                  ' ALT NAME '
                  RUCLI-CLI-KA-SUR-NM
                  ' '
                  RUCLI-CLI-KA-GIV-NM
                  DELIMITED BY SIZE
                  INTO WS-RPT-LINE.
           PERFORM  1400-PRINT-LINE
               THRU 1400-PRINT-LINE-X.

           MOVE SPACES                 TO WS-RPT-LINE.
           STRING '      ADDRESS '
                  RUCLI-CLI-ADDR-TXT
                  ' POSTAL '
                  RUCLI-CLI-PSTL-CD
                  DELIMITED BY SIZE
                  INTO WS-RPT-LINE.
           PERFORM  1400-PRINT-LINE
               THRU 1400-PRINT-LINE-X.

           MOVE SPACES                 TO WS-RPT-LINE.
           STRING '      PHONE '
                  RUCLI-CLI-PHON-NUM-TXT
                  DELIMITED BY SIZE
                  INTO WS-RPT-LINE.
           PERFORM  1400-PRINT-LINE
               THRU 1400-PRINT-LINE-X.

       2020-PRINT-UCLI-ROW-X.
           EXIT.
      /
      *----------------
       2100-SCAN-UBEN.
      *----------------

           MOVE 'NAMED AS A BENEFICIARY (UBEN)'
                                       TO WS-SECT-TITLE.
           PERFORM  1300-PRINT-SECTION-HEADER
               THRU 1300-PRINT-SECTION-HEADER-X.

           PERFORM  RUBN-3000-OPEN-INPUT
               THRU RUBN-3000-OPEN-INPUT-X.

           PERFORM  RUBN-1000-READ
               THRU RUBN-1000-READ-X.

           PERFORM  2110-ONE-UBEN
               THRU 2110-ONE-UBEN-X
               UNTIL WRUBN-SEQ-IO-EOF.

           PERFORM  RUBN-4000-CLOSE
               THRU RUBN-4000-CLOSE-X.

           PERFORM  1350-PRINT-SECTION-END
               THRU 1350-PRINT-SECTION-END-X.

       2100-SCAN-UBEN-X.
           EXIT.
      /
      *---------------
       2110-ONE-UBEN.
      *---------------

           MOVE RUBEN-BEN-SUR-NM       TO WS-CAND-SUR-NM.
           MOVE RUBEN-BEN-GIV-NM       TO WS-CAND-GIV-NM.
           MOVE RUBEN-BNFY-BTH-DT      TO WS-CAND-BTH-DT.

           PERFORM  1750-MATCH-PERSON
               THRU 1750-MATCH-PERSON-X.

           IF   NOT WS-MATCH-NONE
                MOVE RUBEN-APP-ID      TO WS-SRCH-APP-ID
                PERFORM  1500-ADD-APP
                    THRU 1500-ADD-APP-X
                PERFORM  2120-PRINT-UBEN-ROW
                    THRU 2120-PRINT-UBEN-ROW-X
           END-IF.

           PERFORM  RUBN-1000-READ
               THRU RUBN-1000-READ-X.

       2110-ONE-UBEN-X.
           EXIT.
      /
      *---------------------
       2120-PRINT-UBEN-ROW.
      *---------------------

      * SHARED BY THE LIVE TABLE AND THE ARCHIVED ROW IMAGES.

           IF   WS-MATCH-NAME-ONLY
                MOVE ' NAME ONLY - VERIFY' TO WS-MATCH-FLAG-TXT
           ELSE
                MOVE SPACES            TO WS-MATCH-FLAG-TXT
           END-IF.

           MOVE SPACES                 TO WS-RPT-LINE.
           STRING '  APP '
                  RUBEN-APP-ID
                  ' BENEFICIARY TYPE '
                  RUBEN-BEN-TYP-CD
                  ' SEQ '
                  RUBEN-SEQ-NUM
                  ' RELATION '
                  RUBEN-BEN-REL-CD
                  ' SHARE '
                  RUBEN-BEN-PCT
                  ' BORN '
                  RUBEN-BNFY-BTH-DT
                  ' SEX '
                  RUBEN-BNFY-SEX-CD
                  WS-MATCH-FLAG-TXT
                  DELIMITED BY SIZE
                  INTO WS-RPT-LINE.
           PERFORM  1400-PRINT-LINE
               THRU 1400-PRINT-LINE-X.

           MOVE SPACES                 TO WS-RPT-LINE.
           STRING '      NAME '
                  RUBEN-BEN-SUR-NM
                  ' '
                  RUBEN-BEN-GIV-NM
                  DELIMITED BY SIZE
                  INTO WS-RPT-LINE.
           PERFORM  1400-PRINT-LINE
               THRU 1400-PRINT-LINE-X.

       2120-PRINT-UBEN-ROW-X.
           EXIT.
      /
      *--------------------------
       2200-SCAN-ARCHIVE-PERSON.
      *--------------------------

      * CLIENT AND BENEFICIARY ROWS SWEPT TO THE ARCHIVE NO LONGER
      * SIT ON THE UPLOAD TABLES - THEIR IMAGES ARE MATCHED HERE.

           MOVE 'CLIENT AND BENEFICIARY ROWS ON THE ARCHIVE (ARCV)'
                                       TO WS-SECT-TITLE.
           PERFORM  1300-PRINT-SECTION-HEADER
               THRU 1300-PRINT-SECTION-HEADER-X.

           PERFORM  ARCV-3000-OPEN-INPUT
               THRU ARCV-3000-OPEN-INPUT-X.

           PERFORM  ARCV-1000-READ
               THRU ARCV-1000-READ-X.

           PERFORM  2210-ONE-ARCV-PERSON
               THRU 2210-ONE-ARCV-PERSON-X
               UNTIL WARCV-SEQ-IO-EOF.

           PERFORM  ARCV-5000-CLOSE
               THRU ARCV-5000-CLOSE-X.

           PERFORM  1350-PRINT-SECTION-END
               THRU 1350-PRINT-SECTION-END-X.

       2200-SCAN-ARCHIVE-PERSON-X.
           EXIT.
      /
      *----------------------
       2210-ONE-ARCV-PERSON.
      *----------------------

           IF   RARCV-TBL-UCLI
                MOVE RARCV-ROW-IMAGE   TO RUCLI-REC-INFO
                MOVE RUCLI-CLI-SUR-NM  TO WS-CAND-SUR-NM
                MOVE RUCLI-CLI-GIV-NM  TO WS-CAND-GIV-NM
                MOVE RUCLI-CLI-BTH-DT  TO WS-CAND-BTH-DT
                PERFORM  1750-MATCH-PERSON
                    THRU 1750-MATCH-PERSON-X
                IF   NOT WS-MATCH-NONE
                     MOVE RARCV-APP-ID TO WS-SRCH-APP-ID
                     PERFORM  1500-ADD-APP
                         THRU 1500-ADD-APP-X
                     PERFORM  2220-PRINT-ARCV-HEADING
                         THRU 2220-PRINT-ARCV-HEADING-X
                     PERFORM  2020-PRINT-UCLI-ROW
                         THRU 2020-PRINT-UCLI-ROW-X
                END-IF
           END-IF.

           IF   RARCV-TBL-UBEN
                MOVE RARCV-ROW-IMAGE   TO RUBEN-REC-INFO
                MOVE RUBEN-BEN-SUR-NM  TO WS-CAND-SUR-NM
                MOVE RUBEN-BEN-GIV-NM  TO WS-CAND-GIV-NM
                MOVE RUBEN-BNFY-BTH-DT TO WS-CAND-BTH-DT
                PERFORM  1750-MATCH-PERSON
                    THRU 1750-MATCH-PERSON-X
                IF   NOT WS-MATCH-NONE
                     MOVE RARCV-APP-ID TO WS-SRCH-APP-ID
                     PERFORM  1500-ADD-APP
                         THRU 1500-ADD-APP-X
                     PERFORM  2220-PRINT-ARCV-HEADING
                         THRU 2220-PRINT-ARCV-HEADING-X
                     PERFORM  2120-PRINT-UBEN-ROW
                         THRU 2120-PRINT-UBEN-ROW-X
                END-IF
           END-IF.

           PERFORM  ARCV-1000-READ
               THRU ARCV-1000-READ-X.

       2210-ONE-ARCV-PERSON-X.
           EXIT.
      /
      *-------------------------
       2220-PRINT-ARCV-HEADING.
      *-------------------------

           MOVE SPACES                 TO WS-RPT-LINE.
           STRING '  ARCHIVED '
                  RARCV-ARCHIVE-DT
                  ' FROM TABLE '
                  RARCV-TBL-ID
                  DELIMITED BY SIZE
                  INTO WS-RPT-LINE.
           PERFORM  1400-PRINT-LINE
               THRU 1400-PRINT-LINE-X.

       2220-PRINT-ARCV-HEADING-X.
           EXIT.
      /
      *----------------
       3000-SCAN-UPOL.
      *----------------

           MOVE 'APPLICATIONS (UPOL)'  TO WS-SECT-TITLE.
           PERFORM  1300-PRINT-SECTION-HEADER
               THRU 1300-PRINT-SECTION-HEADER-X.

           PERFORM  RUPL-3000-OPEN-INPUT
               THRU RUPL-3000-OPEN-INPUT-X.

           PERFORM  RUPL-1000-READ
               THRU RUPL-1000-READ-X.

           PERFORM  3010-ONE-UPOL
               THRU 3010-ONE-UPOL-X
               UNTIL WRUPL-SEQ-IO-EOF.

           PERFORM  RUPL-4000-CLOSE
               THRU RUPL-4000-CLOSE-X.

           PERFORM  1350-PRINT-SECTION-END
               THRU 1350-PRINT-SECTION-END-X.

       3000-SCAN-UPOL-X.
           EXIT.
      /
      *---------------
       3010-ONE-UPOL.
      *---------------

           MOVE RUPOL-APP-ID           TO WS-SRCH-APP-ID.
           PERFORM  1510-FIND-APP
               THRU 1510-FIND-APP-X.

           IF   WS-APP-USE-SUB         > ZERO
                MOVE RUPOL-POL-ID      TO WS-SRCH-POL-ID
                PERFORM  1600-ADD-POL
                    THRU 1600-ADD-POL-X
                PERFORM  3020-PRINT-UPOL-ROW
                    THRU 3020-PRINT-UPOL-ROW-X
           END-IF.

           PERFORM  RUPL-1000-READ
               THRU RUPL-1000-READ-X.

       3010-ONE-UPOL-X.
           EXIT.
      /
      *---------------------
       3020-PRINT-UPOL-ROW.
      *---------------------

      * SHARED BY THE LIVE TABLE AND THE ARCHIVED ROW IMAGES.

           MOVE SPACES                 TO WS-RPT-LINE.
           STRING '  APP '
                  RUPOL-APP-ID
                  ' POLICY '
                  RUPOL-POL-ID
                  ' PLAN '
                  RUPOL-PLAN-ID
                  ' UPLOADED '
                  RUPOL-APP-UPLD-DT
                  ' PAYMENT '
                  RUPOL-PYMT-TYP-CD
                  ' '
                  RUPOL-PYMT-MODE-CD
                  DELIMITED BY SIZE
                  INTO WS-RPT-LINE.
           PERFORM  1400-PRINT-LINE
               THRU 1400-PRINT-LINE-X.

           IF   RUPOL-BNK-ACCT-ID      > SPACES
                MOVE RUPOL-BNK-ACCT-ID TO WMASK-ACCT-IN
                PERFORM  MASK-1000-MASK-ACCT
                    THRU MASK-1000-MASK-ACCT-X
                MOVE WMASK-ACCT-OUT    TO WS-MASK-ACCT-ID
                MOVE SPACES            TO WS-RPT-LINE
                STRING '      PREMIUM BANK '
                       RUPOL-BNK-ID
                       ' BRANCH '
                       RUPOL-BNK-BR-ID
                       ' ACCOUNT '
                       WS-MASK-ACCT-ID
                       ' HOLDER '
                       RUPOL-BNK-ACCT-HLDR-NM
                       DELIMITED BY SIZE
                       INTO WS-RPT-LINE
                PERFORM  1400-PRINT-LINE
                    THRU 1400-PRINT-LINE-X
           END-IF.

           IF   RUPOL-PAYO-BNK-ACCT-ID > SPACES
                MOVE RUPOL-PAYO-BNK-ACCT-ID
                                       TO WMASK-ACCT-IN
                PERFORM  MASK-1000-MASK-ACCT
                    THRU MASK-1000-MASK-ACCT-X
                MOVE WMASK-ACCT-OUT    TO WS-MASK-ACCT-ID
                MOVE SPACES            TO WS-RPT-LINE
                STRING '      PAYOUT BANK  '
                       RUPOL-PAYO-BNK-ID
                       ' BRANCH '
                       RUPOL-PAYO-BNK-BR-ID
                       ' ACCOUNT '
                       WS-MASK-ACCT-ID
                       ' HOLDER '
                       RUPOL-PAYO-BNK-ACC-HLDR-NM
                       DELIMITED BY SIZE
                       INTO WS-RPT-LINE
                PERFORM  1400-PRINT-LINE
                    THRU 1400-PRINT-LINE-X
           END-IF.

           IF   RUPOL-EMAIL-ADDR-CD    > SPACES
                MOVE SPACES            TO WS-RPT-LINE
                STRING '      EMAIL '
                       RUPOL-EMAIL-ADDR-CD
                       DELIMITED BY SIZE
                       INTO WS-RPT-LINE
                PERFORM  1400-PRINT-LINE
                    THRU 1400-PRINT-LINE-X
           END-IF.

       3020-PRINT-UPOL-ROW-X.
           EXIT.
      /
      *----------------
       3100-SCAN-UCNV.
      *----------------

           MOVE 'CONVERSIONS FROM EXISTING POLICIES (UCNV)'
                                       TO WS-SECT-TITLE.
           PERFORM  1300-PRINT-SECTION-HEADER
               THRU 1300-PRINT-SECTION-HEADER-X.

           PERFORM  UCNV-3000-OPEN-INPUT
               THRU UCNV-3000-OPEN-INPUT-X.

           PERFORM  UCNV-1000-READ
               THRU UCNV-1000-READ-X.

           PERFORM  3110-ONE-UCNV
               THRU 3110-ONE-UCNV-X
               UNTIL WUCNV-SEQ-IO-EOF.

           PERFORM  UCNV-4000-CLOSE
               THRU UCNV-4000-CLOSE-X.

           PERFORM  1350-PRINT-SECTION-END
               THRU 1350-PRINT-SECTION-END-X.

       3100-SCAN-UCNV-X.
           EXIT.
      /
      *---------------
       3110-ONE-UCNV.
      *---------------

           MOVE RUCNV-APP-ID           TO WS-SRCH-APP-ID.
           PERFORM  1510-FIND-APP
               THRU 1510-FIND-APP-X.

           IF   WS-APP-USE-SUB         > ZERO
                PERFORM  3120-PRINT-UCNV-ROW
                    THRU 3120-PRINT-UCNV-ROW-X
           END-IF.

           PERFORM  UCNV-1000-READ
               THRU UCNV-1000-READ-X.

       3110-ONE-UCNV-X.
           EXIT.
      /
      *---------------------
       3120-PRINT-UCNV-ROW.
      *---------------------

      * SHARED BY THE LIVE TABLE AND THE ARCHIVED ROW IMAGES.

           MOVE SPACES                 TO WS-RPT-LINE.
           STRING '  APP '
                  RUCNV-APP-ID
                  ' SEQ '
                  RUCNV-SEQ-NUM
                  ' ORIGINAL POLICY '
                  RUCNV-ORIG-POL-ID
                  ' ISSUED '
                  RUCNV-ORIG-POL-ISS-DT
                  ' CONVERTED '
                  RUCNV-CNVR-ISS-EFF-DT
                  ' EXPIRES '
                  RUCNV-CNVR-XPRY-DT
                  DELIMITED BY SIZE
                  INTO WS-RPT-LINE.
           PERFORM  1400-PRINT-LINE
               THRU 1400-PRINT-LINE-X.

       3120-PRINT-UCNV-ROW-X.
           EXIT.
      /
      *------------------------
       3200-SCAN-ARCHIVE-APPS.
      *------------------------

      * THE PERSON'S OWN CLIENT AND BENEFICIARY IMAGES WERE REPORTED
      * WITH THE PERSON SEARCH; OTHER PEOPLE'S ROWS ON THE SAME
      * APPLICATIONS ARE NOT THE PERSON'S DATA AND ARE LEFT OUT.

           MOVE 'OTHER ARCHIVED APPLICATION ROWS (ARCV)'
                                       TO WS-SECT-TITLE.
           PERFORM  1300-PRINT-SECTION-HEADER
               THRU 1300-PRINT-SECTION-HEADER-X.

           PERFORM  ARCV-3000-OPEN-INPUT
               THRU ARCV-3000-OPEN-INPUT-X.

           PERFORM  ARCV-1000-READ
               THRU ARCV-1000-READ-X.

           PERFORM  3210-ONE-ARCV-APP
               THRU 3210-ONE-ARCV-APP-X
               UNTIL WARCV-SEQ-IO-EOF.

           PERFORM  ARCV-5000-CLOSE
               THRU ARCV-5000-CLOSE-X.

           PERFORM  1350-PRINT-SECTION-END
               THRU 1350-PRINT-SECTION-END-X.

       3200-SCAN-ARCHIVE-APPS-X.
           EXIT.
      /
      *-------------------
       3210-ONE-ARCV-APP.
      *-------------------

           IF   RARCV-TBL-UCLI
           OR   RARCV-TBL-UBEN
                GO TO 3210-ONE-ARCV-APP-R
           END-IF.

           MOVE RARCV-APP-ID           TO WS-SRCH-APP-ID.
           PERFORM  1510-FIND-APP
               THRU 1510-FIND-APP-X.

           IF   WS-APP-USE-SUB         = ZERO
                GO TO 3210-ONE-ARCV-APP-R
           END-IF.

           PERFORM  2220-PRINT-ARCV-HEADING
               THRU 2220-PRINT-ARCV-HEADING-X.

           EVALUATE TRUE
               WHEN RARCV-TBL-UPOL
                    MOVE RARCV-ROW-IMAGE
                                       TO RUPOL-REC-INFO
                    MOVE RUPOL-POL-ID  TO WS-SRCH-POL-ID
                    PERFORM  1600-ADD-POL
                        THRU 1600-ADD-POL-X
                    PERFORM  3020-PRINT-UPOL-ROW
                        THRU 3020-PRINT-UPOL-ROW-X
               WHEN RARCV-TBL-UCNV
                    MOVE RARCV-ROW-IMAGE
                                       TO RUCNV-REC-INFO
                    PERFORM  3120-PRINT-UCNV-ROW
                        THRU 3120-PRINT-UCNV-ROW-X
               WHEN OTHER
                    CONTINUE
           END-EVALUATE.

       3210-ONE-ARCV-APP-R.

           PERFORM  ARCV-1000-READ
               THRU ARCV-1000-READ-X.

       3210-ONE-ARCV-APP-X.
           EXIT.
      /
      *-------------------------
       4000-SCAN-HOLD-EXTRACTS.
      *-------------------------

           MOVE 'HOLD AND EXCEPTION EXTRACTS'
                                       TO WS-SECT-TITLE.
           PERFORM  1300-PRINT-SECTION-HEADER
               THRU 1300-PRINT-SECTION-HEADER-X.

      * DUPLICATE APPLICATION HOLD

           PERFORM  ADHL-3000-OPEN-INPUT
               THRU ADHL-3000-OPEN-INPUT-X.
           PERFORM  ADHL-1000-READ
               THRU ADHL-1000-READ-X.
           PERFORM  4010-ONE-ADHL
               THRU 4010-ONE-ADHL-X
               UNTIL WADHL-SEQ-IO-EOF.
           PERFORM  ADHL-4000-CLOSE
               THRU ADHL-4000-CLOSE-X.

      * FOREIGN CONNECTION COMPLIANCE HOLD

           PERFORM  ACHL-3000-OPEN-INPUT
               THRU ACHL-3000-OPEN-INPUT-X.
           PERFORM  ACHL-1000-READ
               THRU ACHL-1000-READ-X.
           PERFORM  4110-ONE-ACHL
               THRU 4110-ONE-ACHL-X
               UNTIL WACHL-SEQ-IO-EOF.
           PERFORM  ACHL-4000-CLOSE
               THRU ACHL-4000-CLOSE-X.

      * SUITABILITY TEST HOLD

           PERFORM  ASTH-3000-OPEN-INPUT
               THRU ASTH-3000-OPEN-INPUT-X.
           PERFORM  ASTH-1000-READ
               THRU ASTH-1000-READ-X.
           PERFORM  4210-ONE-ASTH
               THRU 4210-ONE-ASTH-X
               UNTIL WASTH-SEQ-IO-EOF.
           PERFORM  ASTH-4000-CLOSE
               THRU ASTH-4000-CLOSE-X.

      * AGENT LICENCE HOLD

           PERFORM  AGHL-3000-OPEN-INPUT
               THRU AGHL-3000-OPEN-INPUT-X.
           PERFORM  AGHL-1000-READ
               THRU AGHL-1000-READ-X.
           PERFORM  4310-ONE-AGHL
               THRU 4310-ONE-AGHL-X
               UNTIL WAGHL-SEQ-IO-EOF.
           PERFORM  AGHL-4000-CLOSE
               THRU AGHL-4000-CLOSE-X.

      * BANK PRE-NOTIFICATION HOLD

           PERFORM  PNHL-3000-OPEN-INPUT
               THRU PNHL-3000-OPEN-INPUT-X.
           PERFORM  PNHL-1000-READ
               THRU PNHL-1000-READ-X.
           PERFORM  4410-ONE-PNHL
               THRU 4410-ONE-PNHL-X
               UNTIL WPNHL-SEQ-IO-EOF.
           PERFORM  PNHL-4000-CLOSE
               THRU PNHL-4000-CLOSE-X.

      * RETURNED MAIL HOLD

           PERFORM  RMHL-3000-OPEN-INPUT
               THRU RMHL-3000-OPEN-INPUT-X.
           PERFORM  RMHL-1000-READ
               THRU RMHL-1000-READ-X.
           PERFORM  4510-ONE-RMHL
               THRU 4510-ONE-RMHL-X
               UNTIL WRMHL-SEQ-IO-EOF.
           PERFORM  RMHL-5000-CLOSE
               THRU RMHL-5000-CLOSE-X.

      * MOTOR VEHICLE RECORD REFERRAL

           PERFORM  MVRH-3000-OPEN-INPUT
               THRU MVRH-3000-OPEN-INPUT-X.
           PERFORM  MVRH-1000-READ
               THRU MVRH-1000-READ-X.
           PERFORM  4610-ONE-MVRH
               THRU 4610-ONE-MVRH-X
               UNTIL WMVRH-SEQ-IO-EOF.
           PERFORM  MVRH-5000-CLOSE
               THRU MVRH-5000-CLOSE-X.

           PERFORM  1350-PRINT-SECTION-END
               THRU 1350-PRINT-SECTION-END-X.

       4000-SCAN-HOLD-EXTRACTS-X.
           EXIT.
      /
      *---------------
       4010-ONE-ADHL.
      *---------------

      * THE APPLICATION MAY BE EITHER THE DUPLICATE OR THE ORIGINAL.

           MOVE RADHL-DUP-APP-ID       TO WS-SRCH-APP-ID.
           PERFORM  1510-FIND-APP
               THRU 1510-FIND-APP-X.

           IF   WS-APP-USE-SUB         = ZERO
                MOVE RADHL-ORIG-APP-ID TO WS-SRCH-APP-ID
                PERFORM  1510-FIND-APP
                    THRU 1510-FIND-APP-X
           END-IF.

           IF   WS-APP-USE-SUB         > ZERO
                MOVE SPACES            TO WS-RPT-LINE
                STRING '  DUPLICATE APPLICATION HOLD  APP '
                       RADHL-DUP-APP-ID
                       ' ORIGINAL '
                       RADHL-ORIG-APP-ID
                       ' DETECTED '
                       RADHL-DETECT-DT
                       ' CLEARED '
                       RADHL-CLEARED-SW
                       ' '
                       RADHL-CLEARED-DT
                       DELIMITED BY SIZE
                       INTO WS-RPT-LINE
                PERFORM  1400-PRINT-LINE
                    THRU 1400-PRINT-LINE-X
           END-IF.

           PERFORM  ADHL-1000-READ
               THRU ADHL-1000-READ-X.

       4010-ONE-ADHL-X.
           EXIT.
      /
      *---------------
       4110-ONE-ACHL.
      *---------------

           MOVE RACHL-APP-ID           TO WS-SRCH-APP-ID.
           PERFORM  1510-FIND-APP
               THRU 1510-FIND-APP-X.

           IF   WS-APP-USE-SUB         > ZERO
                MOVE SPACES            TO WS-RPT-LINE
                STRING '  FOREIGN CONNECTION HOLD     APP '
                       RACHL-APP-ID
                       ' OWNER '
                       RACHL-FRGN-OWN-IND
                       ' TRAVEL '
                       RACHL-OVRSEAS-TRAV-IND
                       ' CLIENT '
                       RACHL-FRGN-CLI-ATCH-IND
                       ' DETECTED '
                       RACHL-DETECT-DT
                       ' CLEARED '
                       RACHL-CLEARED-SW
                       ' '
                       RACHL-CLEARED-DT
                       DELIMITED BY SIZE
                       INTO WS-RPT-LINE
                PERFORM  1400-PRINT-LINE
                    THRU 1400-PRINT-LINE-X
           END-IF.

           PERFORM  ACHL-1000-READ
               THRU ACHL-1000-READ-X.

       4110-ONE-ACHL-X.
           EXIT.
      /
      *---------------
       4210-ONE-ASTH.
      *---------------

           MOVE RASTH-APP-ID           TO WS-SRCH-APP-ID.
           PERFORM  1510-FIND-APP
               THRU 1510-FIND-APP-X.

           IF   WS-APP-USE-SUB         > ZERO
                MOVE SPACES            TO WS-RPT-LINE
                STRING '  SUITABILITY TEST HOLD       APP '
                       RASTH-APP-ID
                       ' RESULT '
                       RASTH-SAL-TST-RSLT-CD
                       ' DETECTED '
                       RASTH-DETECT-DT
                       ' CLEARED '
                       RASTH-CLEARED-SW
                       ' '
                       RASTH-CLEARED-DT
                       DELIMITED BY SIZE
                       INTO WS-RPT-LINE
                PERFORM  1400-PRINT-LINE
                    THRU 1400-PRINT-LINE-X
           END-IF.

           PERFORM  ASTH-1000-READ
               THRU ASTH-1000-READ-X.

       4210-ONE-ASTH-X.
           EXIT.
      /
      *---------------
       4310-ONE-AGHL.
      *---------------

           MOVE RAGHL-APP-ID           TO WS-SRCH-APP-ID.
           PERFORM  1510-FIND-APP
               THRU 1510-FIND-APP-X.

           IF   WS-APP-USE-SUB         > ZERO
                MOVE SPACES            TO WS-RPT-LINE
                STRING '  AGENT LICENCE HOLD          APP '
                       RAGHL-APP-ID
                       ' AGENT '
                       RAGHL-AGT-NUM
                       ' LINE '
                       RAGHL-PROD-LINE-CD
                       ' REASON '
                       RAGHL-REASN-CD
                       ' DETECTED '
                       RAGHL-DETECT-DT
                       ' CLEARED '
                       RAGHL-CLEARED-SW
                       ' '
                       RAGHL-CLEARED-DT
                       DELIMITED BY SIZE
                       INTO WS-RPT-LINE
                PERFORM  1400-PRINT-LINE
                    THRU 1400-PRINT-LINE-X
           END-IF.

           PERFORM  AGHL-1000-READ
               THRU AGHL-1000-READ-X.

       4310-ONE-AGHL-X.
           EXIT.
      /
      *---------------
       4410-ONE-PNHL.
      *---------------

      * THE PNHL ACCOUNT IS ALREADY MASKED; MASKING AGAIN COSTS
      * NOTHING AND DOES NOT RELY ON THE WRITER.

           MOVE RPNHL-APP-ID           TO WS-SRCH-APP-ID.
           PERFORM  1510-FIND-APP
               THRU 1510-FIND-APP-X.

           IF   WS-APP-USE-SUB         > ZERO
                MOVE RPNHL-BNK-ACCT-ID TO WMASK-ACCT-IN
                PERFORM  MASK-1000-MASK-ACCT
                    THRU MASK-1000-MASK-ACCT-X
                MOVE WMASK-ACCT-OUT    TO WS-MASK-ACCT-ID
                MOVE SPACES            TO WS-RPT-LINE
                STRING '  BANK PRE-NOTIFICATION HOLD  APP '
                       RPNHL-APP-ID
                       ' BANK '
                       RPNHL-BNK-ID
                       ' BRANCH '
                       RPNHL-BNK-BR-ID
                       ' ACCOUNT '
                       WS-MASK-ACCT-ID
                       ' REASON '
                       RPNHL-RTRN-REASN-CD
                       ' DETECTED '
                       RPNHL-DETECT-DT
                       ' CLEARED '
                       RPNHL-CLR-IND
                       DELIMITED BY SIZE
                       INTO WS-RPT-LINE
                PERFORM  1400-PRINT-LINE
                    THRU 1400-PRINT-LINE-X
           END-IF.

           PERFORM  PNHL-1000-READ
               THRU PNHL-1000-READ-X.

       4410-ONE-PNHL-X.
           EXIT.
      /
      *---------------
       4510-ONE-RMHL.
      *---------------

           MOVE RRMHL-APP-ID           TO WS-SRCH-APP-ID.
           PERFORM  1510-FIND-APP
               THRU 1510-FIND-APP-X.

           IF   WS-APP-USE-SUB         > ZERO
                MOVE SPACES            TO WS-RPT-LINE
                STRING '  RETURNED MAIL HOLD          APP '
                       RRMHL-APP-ID
                       ' POLICY '
                       RRMHL-POL-ID
                       ' LETTER '
                       RRMHL-LETTER-TYP-CD
                       ' RETURNED '
                       RRMHL-RTRN-DT
                       ' REASON '
                       RRMHL-RTRN-REASN-CD
                       ' CLEARED '
                       RRMHL-CLR-IND
                       DELIMITED BY SIZE
                       INTO WS-RPT-LINE
                PERFORM  1400-PRINT-LINE
                    THRU 1400-PRINT-LINE-X
                MOVE SPACES            TO WS-RPT-LINE
                STRING '      ADDRESS '
                       RRMHL-ADDR-LN-TXT
                       ' POSTAL '
                       RRMHL-PSTL-CD
                       DELIMITED BY SIZE
                       INTO WS-RPT-LINE
                PERFORM  1400-PRINT-LINE
                    THRU 1400-PRINT-LINE-X
           END-IF.

           PERFORM  RMHL-1000-READ
               THRU RMHL-1000-READ-X.

       4510-ONE-RMHL-X.
           EXIT.
      /
      *---------------
       4610-ONE-MVRH.
      *---------------

      * A REFERRAL IS ONE INSURED'S - WITH A CLIENT ID ON THE CARD,
      * ONLY THAT CLIENT'S REFERRALS ARE REPORTED.

           IF   WS-RQ-CLI-ID           > SPACES
           AND  RMVRH-CLI-ID       NOT = WS-RQ-CLI-ID
                GO TO 4610-ONE-MVRH-R
           END-IF.

           MOVE RMVRH-APP-ID           TO WS-SRCH-APP-ID.
           PERFORM  1510-FIND-APP
               THRU 1510-FIND-APP-X.

           IF   WS-APP-USE-SUB         > ZERO
                MOVE SPACES            TO WS-RPT-LINE
                STRING '  DRIVING RECORD REFERRAL     APP '
                       RMVRH-APP-ID
                       ' CLIENT '
                       RMVRH-CLI-ID
                       ' REASON '
                       RMVRH-RFR-REASN-CD
                       ' POINTS '
                       RMVRH-VIOL-PT-TOT
                       ' LICENCE '
                       RMVRH-LIC-STAT-CD
                       ' RESULT '
                       RMVRH-RESULT-DT
                       ' DETECTED '
                       RMVRH-DETECT-DT
                       DELIMITED BY SIZE
                       INTO WS-RPT-LINE
                PERFORM  1400-PRINT-LINE
                    THRU 1400-PRINT-LINE-X
           END-IF.

       4610-ONE-MVRH-R.

           PERFORM  MVRH-1000-READ
               THRU MVRH-1000-READ-X.

       4610-ONE-MVRH-X.
           EXIT.
      /
      *----------------------
       4700-SCAN-WORK-QUEUE.
      *----------------------

           MOVE 'EXCEPTION WORK QUEUE (WQUF)'
                                       TO WS-SECT-TITLE.
           PERFORM  1300-PRINT-SECTION-HEADER
               THRU 1300-PRINT-SECTION-HEADER-X.

           PERFORM  WQUF-3000-OPEN-INPUT
               THRU WQUF-3000-OPEN-INPUT-X.

           PERFORM  WQUF-1000-READ
               THRU WQUF-1000-READ-X.

           PERFORM  4710-ONE-WQUF
               THRU 4710-ONE-WQUF-X
               UNTIL WWQUF-SEQ-IO-EOF.

           PERFORM  WQUF-4000-CLOSE
               THRU WQUF-4000-CLOSE-X.

           PERFORM  1350-PRINT-SECTION-END
               THRU 1350-PRINT-SECTION-END-X.

       4700-SCAN-WORK-QUEUE-X.
           EXIT.
      /
      *---------------
       4710-ONE-WQUF.
      *---------------

           MOVE RWQUF-APP-ID           TO WS-SRCH-APP-ID.
           PERFORM  1510-FIND-APP
               THRU 1510-FIND-APP-X.

           IF   WS-APP-USE-SUB         > ZERO
                MOVE SPACES            TO WS-RPT-LINE
                STRING '  APP '
                       RWQUF-APP-ID
                       ' HOLD '
                       RWQUF-HOLD-TYP-CD
                       ' SEVERITY '
                       RWQUF-SEVRTY-CD
                       ' DETECTED '
                       RWQUF-DETECT-DT
                       ' STATUS '
                       RWQUF-WQUE-STAT-CD
                       ' ASSIGNED '
                       RWQUF-ASSIGN-USER-ID
                       ' DISPOSITION '
                       RWQUF-DISP-CD
                       DELIMITED BY SIZE
                       INTO WS-RPT-LINE
                PERFORM  1400-PRINT-LINE
                    THRU 1400-PRINT-LINE-X
                MOVE SPACES            TO WS-RPT-LINE
                STRING '      DETAIL '
                       RWQUF-DETAIL-TXT
                       DELIMITED BY SIZE
                       INTO WS-RPT-LINE
                PERFORM  1400-PRINT-LINE
                    THRU 1400-PRINT-LINE-X
           END-IF.

           PERFORM  WQUF-1000-READ
               THRU WQUF-1000-READ-X.

       4710-ONE-WQUF-X.
           EXIT.
      /
      *---------------------------
       4800-SCAN-MESSAGE-EXTRACT.
      *---------------------------

           MOVE 'IMPORT MESSAGES (BY POLICY NUMBER)'
                                       TO WS-SECT-TITLE.
           PERFORM  1300-PRINT-SECTION-HEADER
               THRU 1300-PRINT-SECTION-HEADER-X.

           IF   WS-POL-CNT             = ZERO
                PERFORM  1350-PRINT-SECTION-END
                    THRU 1350-PRINT-SECTION-END-X
                GO TO 4800-SCAN-MESSAGE-EXTRACT-X
           END-IF.

           PERFORM  2120-3000-OPEN-INPUT
               THRU 2120-3000-OPEN-INPUT-X.

           PERFORM  2120-1000-READ
               THRU 2120-1000-READ-X.

           PERFORM  4810-ONE-MESSAGE
               THRU 4810-ONE-MESSAGE-X
               UNTIL W2120-SEQ-IO-EOF.

           PERFORM  2120-5000-CLOSE
               THRU 2120-5000-CLOSE-X.

           PERFORM  1350-PRINT-SECTION-END
               THRU 1350-PRINT-SECTION-END-X.

       4800-SCAN-MESSAGE-EXTRACT-X.
           EXIT.
      /
      *------------------
       4810-ONE-MESSAGE.
      *------------------

           MOVE R2120-POLICY-ID        TO WS-SRCH-POL-ID.
           PERFORM  1610-FIND-POL
               THRU 1610-FIND-POL-X.

           IF   WS-POL-USE-SUB         = ZERO
                GO TO 4810-ONE-MESSAGE-R
           END-IF.

      * A SOURCE VALUE FROM AN ACCOUNT FIELD IS MASKED LIKE ANY
      * OTHER ACCOUNT NUMBER.

           MOVE ZERO                   TO WS-ACCT-TALLY.
           INSPECT R2120-SRC-FLD-APEX-NM
                   TALLYING WS-ACCT-TALLY FOR ALL 'ACCT'.

           IF   WS-ACCT-TALLY          > ZERO
                MOVE R2120-SRC-FLD-VALUE
                                       TO WMASK-ACCT-IN
                PERFORM  MASK-1000-MASK-ACCT
                    THRU MASK-1000-MASK-ACCT-X
                MOVE WMASK-ACCT-OUT    TO R2120-SRC-FLD-VALUE
           END-IF.

           MOVE SPACES                 TO WS-RPT-LINE.
           STRING '  POLICY '
                  R2120-POLICY-ID
                  ' MESSAGE '
                  R2120-MESSAGE-NUMBER
                  ' FIELD '
                  R2120-SRC-FLD-APEX-NM
                  ' VALUE '
                  R2120-SRC-FLD-VALUE
                  DELIMITED BY SIZE
                  INTO WS-RPT-LINE.
           PERFORM  1400-PRINT-LINE
               THRU 1400-PRINT-LINE-X.

           MOVE SPACES                 TO WS-RPT-LINE.
           STRING '      '
                  R2120-MESSAGE-DATA
                  DELIMITED BY SIZE
                  INTO WS-RPT-LINE.
           PERFORM  1400-PRINT-LINE
               THRU 1400-PRINT-LINE-X.

       4810-ONE-MESSAGE-R.

           PERFORM  2120-1000-READ
               THRU 2120-1000-READ-X.

       4810-ONE-MESSAGE-X.
           EXIT.
      /
      *------------------------
       5000-PRINT-GRAND-TOTALS.
      *------------------------

      *MSG: ACCESS REQUESTS READ @1, DISCLOSURE REPORTS WRITTEN @2
           MOVE 'AS95130001'           TO WGLOB-MSG-REF-INFO.
           MOVE WS-DSRQ-REC-READ       TO WS-PIC-COUNTER.
           MOVE WS-PIC-COUNTER         TO WGLOB-MSG-PARM (1).
           MOVE WS-RPT-CNT             TO WS-PIC-COUNTER.
           MOVE WS-PIC-COUNTER         TO WGLOB-MSG-PARM (2).
           PERFORM  0260-1000-GENERATE-MESSAGE
               THRU 0260-1000-GENERATE-MESSAGE-X.

      *MSG: ACCESS REQUESTS SKIPPED @1, WITH NO RECORDS HELD @2
           MOVE 'AS95130006'           TO WGLOB-MSG-REF-INFO.
           MOVE WS-SKIP-CNT            TO WS-PIC-COUNTER.
           MOVE WS-PIC-COUNTER         TO WGLOB-MSG-PARM (1).
           MOVE WS-NONE-HELD-CNT       TO WS-PIC-COUNTER.
           MOVE WS-PIC-COUNTER         TO WGLOB-MSG-PARM (2).
           PERFORM  0260-1000-GENERATE-MESSAGE
               THRU 0260-1000-GENERATE-MESSAGE-X.

       5000-PRINT-GRAND-TOTALS-X.
           EXIT.
      /
      *-----------------
       9999-CLOSE-FILES.
      *-----------------

           PERFORM  DSRQ-5000-CLOSE
               THRU DSRQ-5000-CLOSE-X.

           PERFORM  DSRP-5000-CLOSE
               THRU DSRP-5000-CLOSE-X.

       9999-CLOSE-FILES-X.
           EXIT.
      /
      *****************************************************************
      * I/O PROCESSING COPYBOOKS                                      *
      *****************************************************************

       COPY ACPIDSRQ.
      /
       COPY ACPIDSRP.
      /
       COPY ACPICLNX.
      /
       COPY ACPIARCV.
      /
       COPY ACPEAGHL.
      /
       COPY ACPEPNHL.
      /
       COPY ACPIRMHL.
      /
       COPY ACPIMVRH.
      /
       COPY ACPEWQUF.
      /
       COPY ACPI2120.
      /
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
       COPY ACPAUCNV.
       COPY ACPNUCNV.
       COPY ACPOUCNV.
       COPY ACPLUCNV.
      /
       COPY ACPEADHL.
       COPY ACPOADHL.
       COPY ACPLADHL.
      /
       COPY ACPEACHL.
       COPY ACPOACHL.
       COPY ACPLACHL.
      /
       COPY ACPEASTH.
       COPY ACPOASTH.
       COPY ACPLASTH.
      /
       COPY ACPPMASK.
      /
      *****************************************************************
      * ERROR HANDLING ROUTINES                                       *
      *****************************************************************

       COPY XCPL0030.

       COPY XCPL0260.

      *****************************************************************
      **                 END OF PROGRAM ASBM9513                     **
      *****************************************************************
