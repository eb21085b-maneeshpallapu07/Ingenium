      *************************
       IDENTIFICATION DIVISION.
      *************************

       PROGRAM-ID. ASBM9514.

       COPY XCWWCRHT.

      *****************************************************************
      **  MEMBER :  ASBM9514                                         **
      **  REMARKS:  SCRAMBLED TEST COPY OF THE UPLOAD TABLES.  TEST  **
      **            ENVIRONMENTS ARE REFRESHED FROM PRODUCTION, BUT  **
      **            REAL APPLICANT DATA MAY NOT LEAVE PRODUCTION.    **
      **            THIS JOB READS THE RUPOL DRIVER EXTRACT, SELECTS **
      **            EVERY APPLICATION UPLOADED IN THE PARM DATE      **
      **            RANGE, AND WRITES ITS FULL ROW SET - THE RUPOL   **
      **            ROW PLUS THE UCLI, UCVG, UFND, UBEN AND UCNV     **
      **            EXTRACT ROWS - TO THE RESTORE FILE (ACSRRSTR     **
      **            LAYOUT) SO THE COPY LOADS INTO THE TEST TABLES   **
      **            THE SAME WAY AN ARCHIVE RESTORE DOES.            **
      **                                                             **
      **            ON THE WAY OUT THE PERSONAL FIELDS ARE           **
      **            SCRAMBLED (ACPPSCRB) - NAMES, KANA AND COMPANY   **
      **            NAMES, ADDRESS TEXT, PHONE, E-MAIL, BIRTH DATES, **
      **            BANK ACCOUNT NUMBERS AND HOLDER NAMES.  THE      **
      **            SCRAMBLE DEPENDS ONLY ON THE VALUE AND THE SEED, **
      **            SO THE SAME REAL NAME BECOMES THE SAME FAKE NAME **
      **            ON EVERY ROW AND TABLE, AND A SCRAMBLED ACCOUNT  **
      **            STILL CARRIES A VALID CHECK DIGIT.  APP IDS,     **
      **            POLICY IDS, PLAN AND ADDRESS CODES, POSTAL CODES **
      **            AND AMOUNTS ARE NOT TOUCHED, SO THE KEYS STAY    **
      **            CONSISTENT ACROSS THE TABLES AND THE IMPORT RUNS **
      **            END TO END ON THE COPY.  UCVG, UFND AND UCNV     **
      **            HOLD NO PERSONAL DATA AND ARE COPIED AS THEY     **
      **            ARE.                                             **
      **                                                             **
      **            THE SELECTED APP ID SET IS HELD IN STORAGE (5000 **
      **            ENTRIES) - ON OVERFLOW THE JOB STOPS ADDING,     **
      **            WARNS AND ENDS RC 4.  THE COPY THEN HOLDS ONLY   **
      **            THE APPS IN THE SET, EACH WITH ITS FULL ROW SET. **
      **                                                             **
      **            JCL PARM:  BYTES 1-8   FROM UPLOAD DATE CCYYMMDD **
      **                                   (DEFAULT - EARLIEST)      **
      **                       BYTES 9-16  TO UPLOAD DATE CCYYMMDD   **
      **                                   (DEFAULT - RUN DATE)      **
      **                       BYTES 17-20 SCRAMBLE SEED (DEFAULT    **
      **                                   7319) - KEEP THE SAME     **
      **                                   SEED BETWEEN REFRESHES SO **
      **                                   TEST CASES KEEP THEIR     **
      **                                   NAMES                     **
      **                                                             **
      **  DOMAIN :  UW                                               **
      **  CLASS  :  PD                                               **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
974316**  15OCT26  DEV    NEW PROGRAM                                **
      *****************************************************************

      **********************
       ENVIRONMENT DIVISION.
      **********************

       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY ACSSRSTR.

      ***************
       DATA DIVISION.
      ***************

       FILE SECTION.

       COPY ACSDRSTR.

       COPY ACSRRSTR.

       WORKING-STORAGE SECTION.

       COPY XCWWPGWS REPLACING '$VAR1' BY 'ASBM9514'.

       COPY SQLCA.

       01  WS-COUNTERS.
           05  WS-RUPOL-REC-READ            PIC 9(07)  VALUE ZEROS.
           05  WS-SEL-APP-CNT               PIC 9(07)  VALUE ZEROS.
           05  WS-RSTR-REC-WRITTEN          PIC 9(07)  VALUE ZEROS.
           05  WS-COPY-UPOL-CNT             PIC 9(07)  VALUE ZEROS.
           05  WS-COPY-UCLI-CNT             PIC 9(07)  VALUE ZEROS.
           05  WS-COPY-UCVG-CNT             PIC 9(07)  VALUE ZEROS.
           05  WS-COPY-UFND-CNT             PIC 9(07)  VALUE ZEROS.
           05  WS-COPY-UBEN-CNT             PIC 9(07)  VALUE ZEROS.
           05  WS-COPY-UCNV-CNT             PIC 9(07)  VALUE ZEROS.

      * IN-STORAGE SET OF THE APP IDS SELECTED FOR THE COPY.  EVERY
      * RELATED-TABLE ROW IS MATCHED AGAINST THIS SET.

       01  WS-SEL-WORK-AREA.
           05  WS-SEL-MAX                   PIC S9(04) COMP VALUE +5000.
           05  WS-SEL-CNT                   PIC S9(04) COMP VALUE ZERO.
           05  WS-SEL-SUB                   PIC S9(04) COMP.
           05  WS-SEL-TBL.
               10  WS-SEL-APP-ID            OCCURS 5000 TIMES
                                            PIC X(15).
           05  WS-SEL-OVRFLW-SW             PIC X(01)  VALUE 'N'.
               88  WS-SEL-OVERFLOW                VALUE 'Y'.
           05  WS-SEL-FOUND-SW              PIC X(01).
               88  WS-SEL-FOUND                   VALUE 'Y'.
               88  WS-SEL-NOT-FOUND               VALUE 'N'.

       01  WS-WORKING-STORAGE.
           05  WS-WORK-APP-ID               PIC X(15).
           05  WS-RUN-DT-CCYYMMDD           PIC 9(08)  VALUE ZEROS.
           05  WS-FROM-DT-CCYYMMDD          PIC 9(08)  VALUE ZEROS.
           05  WS-TO-DT-CCYYMMDD            PIC 9(08)  VALUE ZEROS.
           05  WS-UPLD-DT-CCYYMMDD-GRP.
               10  WS-UPLD-DT-CCYY          PIC 9(04).
               10  WS-UPLD-DT-MM            PIC 9(02).
               10  WS-UPLD-DT-DD            PIC 9(02).
           05  WS-UPLD-DT-CCYYMMDD          REDEFINES
               WS-UPLD-DT-CCYYMMDD-GRP      PIC 9(08).
           05  WS-MAX-RC                    PIC 9(02)  VALUE ZERO.
      /
       COPY XCWTFCMD.
      /
       COPY ACSWRUPL.
       COPY ACSWUCLI.
       COPY ACSWUCVG.
       COPY ACSWUCNV.
       COPY ACSWRUFN.
       COPY ACSWRUBN.
       COPY ACSWRSTR.
      /
       COPY ACWWSCRB.
      /
      *****************************************************************
      * INPUT PARAMETER INFORMATION                                   *
      *****************************************************************

       01  WGLOB-GLOBAL-AREA.
       COPY XCWWGLOB.

       COPY ACFRUPOL.
       COPY ACFRUCLI.
       COPY ACFRUCVG.
       COPY ACFRUCNV.
       COPY ACFRUFND.
       COPY ACFRUBEN.
      /
       LINKAGE SECTION.
      *****************

       01  LK-PARM-AREA.
           05  LK-PARM-LEN                 PIC S9(04) COMP.
           05  LK-PARM-DATA.
               10  LK-FROM-DT              PIC X(08).
               10  LK-TO-DT                PIC X(08).
               10  LK-SCRB-SEED            PIC X(04).
               10  FILLER                  PIC X(10).
      /
       PROCEDURE DIVISION USING LK-PARM-AREA.

      *--------------
       0000-MAINLINE.
      *--------------

           PERFORM  0200-INITIALIZE
               THRU 0200-INITIALIZE-X.

           PERFORM  1000-SELECT-RUPOL
               THRU 1000-SELECT-RUPOL-X.

           IF   WS-SEL-CNT             > ZERO
                PERFORM  2000-COPY-UCLI
                    THRU 2000-COPY-UCLI-X
                PERFORM  2100-COPY-UCVG
                    THRU 2100-COPY-UCVG-X
                PERFORM  2200-COPY-UCNV
                    THRU 2200-COPY-UCNV-X
                PERFORM  2300-COPY-UFND
                    THRU 2300-COPY-UFND-X
                PERFORM  2400-COPY-UBEN
                    THRU 2400-COPY-UBEN-X
           END-IF.

           PERFORM  RSTR-5000-CLOSE
               THRU RSTR-5000-CLOSE-X.

           PERFORM  5000-PRINT-GRAND-TOTALS
               THRU 5000-PRINT-GRAND-TOTALS-X.

           IF   WS-SEL-OVERFLOW
                MOVE 4                 TO WS-MAX-RC
           END-IF.

           MOVE WS-MAX-RC              TO RETURN-CODE.

           STOP RUN.

       0000-MAINLINE-X.
           EXIT.
      /
      *----------------
       0200-INITIALIZE.
      *----------------

           ACCEPT  WS-RUN-DT-CCYYMMDD  FROM DATE YYYYMMDD.

           MOVE WS-RUN-DT-CCYYMMDD     TO WS-TO-DT-CCYYMMDD.

           IF   LK-PARM-LEN                  > ZERO
                IF   LK-FROM-DT              IS NUMERIC
                     MOVE LK-FROM-DT    TO WS-FROM-DT-CCYYMMDD
                END-IF
                IF   LK-TO-DT                IS NUMERIC
                     MOVE LK-TO-DT      TO WS-TO-DT-CCYYMMDD
                END-IF
                IF   LK-SCRB-SEED            IS NUMERIC
                     MOVE LK-SCRB-SEED  TO WSCRB-SEED
                END-IF
           END-IF.

           PERFORM  RSTR-4000-OPEN-OUTPUT
               THRU RSTR-4000-OPEN-OUTPUT-X.

       0200-INITIALIZE-X.
           EXIT.
      /
      *------------------
       1000-SELECT-RUPOL.
      *------------------
      *
      * PASS 1 - READ THE RUPOL DRIVER EXTRACT, COLLECT THE APP ID
      * SET UPLOADED IN THE DATE RANGE AND COPY EACH SELECTED RUPOL
      * ROW.
      *
           PERFORM  RUPL-3000-OPEN-INPUT
               THRU RUPL-3000-OPEN-INPUT-X.

           PERFORM  RUPL-1000-READ
               THRU RUPL-1000-READ-X.

           PERFORM  1100-CHECK-ONE-RUPOL
               THRU 1100-CHECK-ONE-RUPOL-X
               UNTIL WRUPL-SEQ-IO-EOF.

           PERFORM  RUPL-4000-CLOSE
               THRU RUPL-4000-CLOSE-X.

       1000-SELECT-RUPOL-X.
           EXIT.
      /
      *---------------------
       1100-CHECK-ONE-RUPOL.
      *---------------------

           ADD  1                      TO WS-RUPOL-REC-READ.

           IF   RUPOL-APP-UPLD-DT (1:4) NUMERIC
           AND  RUPOL-APP-UPLD-DT (6:2) NUMERIC
           AND  RUPOL-APP-UPLD-DT (9:2) NUMERIC
                MOVE RUPOL-APP-UPLD-DT (1:4) TO WS-UPLD-DT-CCYY
                MOVE RUPOL-APP-UPLD-DT (6:2) TO WS-UPLD-DT-MM
                MOVE RUPOL-APP-UPLD-DT (9:2) TO WS-UPLD-DT-DD
                IF   WS-UPLD-DT-CCYYMMDD NOT < WS-FROM-DT-CCYYMMDD
                AND  WS-UPLD-DT-CCYYMMDD NOT > WS-TO-DT-CCYYMMDD
                AND  NOT WS-SEL-OVERFLOW
                     PERFORM  1200-ADD-SELECTED-APP
                         THRU 1200-ADD-SELECTED-APP-X
                END-IF
           END-IF.

           PERFORM  RUPL-1000-READ
               THRU RUPL-1000-READ-X.

       1100-CHECK-ONE-RUPOL-X.
           EXIT.
      /
      *----------------------
       1200-ADD-SELECTED-APP.
      *----------------------

           IF   WS-SEL-CNT             NOT < WS-SEL-MAX
                SET  WS-SEL-OVERFLOW   TO TRUE
      *MSG: TEST COPY APP SET FULL - COPY HOLDS THE FIRST @1 APPS
                MOVE WS-SEL-MAX        TO WGLOB-MSG-PARM (1)
                MOVE 'AS95140004'      TO WGLOB-MSG-REF-INFO
                PERFORM  0260-1000-GENERATE-MESSAGE
                    THRU 0260-1000-GENERATE-MESSAGE-X
                GO TO 1200-ADD-SELECTED-APP-X
           END-IF.

           ADD  1                      TO WS-SEL-CNT.
           MOVE RUPOL-APP-ID           TO WS-SEL-APP-ID (WS-SEL-CNT).
           ADD  1                      TO WS-SEL-APP-CNT.

           PERFORM  1300-SCRAMBLE-UPOL
               THRU 1300-SCRAMBLE-UPOL-X.

           MOVE RUPOL-APP-ID           TO RRSTR-APP-ID.
           MOVE 'UPOL'                 TO RRSTR-TBL-ID.
           MOVE RUPOL-REC-INFO         TO RRSTR-ROW-IMAGE.
           PERFORM  3000-WRITE-RSTR-REC
               THRU 3000-WRITE-RSTR-REC-X.
           ADD  1                      TO WS-COPY-UPOL-CNT.

       1200-ADD-SELECTED-APP-X.
           EXIT.
      /
      *-------------------
       1300-SCRAMBLE-UPOL.
      *-------------------

           MOVE RUPOL-BNK-ACCT-ID      TO WSCRB-ACCT.
           PERFORM  SCRB-3000-SCRAMBLE-ACCT
               THRU SCRB-3000-SCRAMBLE-ACCT-X.
           MOVE WSCRB-ACCT             TO RUPOL-BNK-ACCT-ID.

           MOVE RUPOL-PAYO-BNK-ACCT-ID TO WSCRB-ACCT.
           PERFORM  SCRB-3000-SCRAMBLE-ACCT
               THRU SCRB-3000-SCRAMBLE-ACCT-X.
           MOVE WSCRB-ACCT             TO RUPOL-PAYO-BNK-ACCT-ID.

           MOVE RUPOL-BNK-ACCT-HLDR-NM TO WSCRB-TEXT-IN.
           PERFORM  SCRB-1000-SCRAMBLE-TEXT
               THRU SCRB-1000-SCRAMBLE-TEXT-X.
           MOVE WSCRB-TEXT-OUT         TO RUPOL-BNK-ACCT-HLDR-NM.

           MOVE RUPOL-PAYO-BNK-ACC-HLDR-NM
                                       TO WSCRB-TEXT-IN.
           PERFORM  SCRB-1000-SCRAMBLE-TEXT
               THRU SCRB-1000-SCRAMBLE-TEXT-X.
           MOVE WSCRB-TEXT-OUT         TO RUPOL-PAYO-BNK-ACC-HLDR-NM.

           MOVE RUPOL-EMAIL-ADDR-CD    TO WSCRB-TEXT-IN.
           PERFORM  SCRB-1000-SCRAMBLE-TEXT
               THRU SCRB-1000-SCRAMBLE-TEXT-X.
           MOVE WSCRB-TEXT-OUT         TO RUPOL-EMAIL-ADDR-CD.

       1300-SCRAMBLE-UPOL-X.
           EXIT.
      /
      *----------------
       2000-COPY-UCLI.
      *----------------

           PERFORM  UCLI-3000-OPEN-INPUT
               THRU UCLI-3000-OPEN-INPUT-X.

           PERFORM  UCLI-1000-READ
               THRU UCLI-1000-READ-X.

           PERFORM  2050-CHECK-ONE-UCLI
               THRU 2050-CHECK-ONE-UCLI-X
               UNTIL WUCLI-SEQ-IO-EOF.

           PERFORM  UCLI-4000-CLOSE
               THRU UCLI-4000-CLOSE-X.

       2000-COPY-UCLI-X.
           EXIT.
      /
      *---------------------
       2050-CHECK-ONE-UCLI.
      *---------------------

           MOVE RUCLI-APP-ID           TO WS-WORK-APP-ID.

           PERFORM  7000-CHECK-SEL-SET
               THRU 7000-CHECK-SEL-SET-X.

           IF   WS-SEL-FOUND
                PERFORM  2060-SCRAMBLE-UCLI
                    THRU 2060-SCRAMBLE-UCLI-X
                MOVE RUCLI-APP-ID      TO RRSTR-APP-ID
                MOVE 'UCLI'            TO RRSTR-TBL-ID
                MOVE RUCLI-REC-INFO    TO RRSTR-ROW-IMAGE
                PERFORM  3000-WRITE-RSTR-REC
                    THRU 3000-WRITE-RSTR-REC-X
                ADD  1                 TO WS-COPY-UCLI-CNT
           END-IF.

           PERFORM  UCLI-1000-READ
               THRU UCLI-1000-READ-X.

       2050-CHECK-ONE-UCLI-X.
           EXIT.
      /
      *-------------------
       2060-SCRAMBLE-UCLI.
      *-------------------

           MOVE RUCLI-CLI-BTH-DT       TO WSCRB-DATE.
           PERFORM  SCRB-2000-SCRAMBLE-DATE
               THRU SCRB-2000-SCRAMBLE-DATE-X.
           MOVE WSCRB-DATE             TO RUCLI-CLI-BTH-DT.

           MOVE RUCLI-CLI-PHON-NUM-TXT TO WSCRB-TEXT-IN.
           PERFORM  SCRB-1000-SCRAMBLE-TEXT
               THRU SCRB-1000-SCRAMBLE-TEXT-X.
           MOVE WSCRB-TEXT-OUT         TO RUCLI-CLI-PHON-NUM-TXT.

           MOVE RUCLI-CLI-GIV-NM       TO WSCRB-TEXT-IN.
           PERFORM  SCRB-1000-SCRAMBLE-TEXT
               THRU SCRB-1000-SCRAMBLE-TEXT-X.
           MOVE WSCRB-TEXT-OUT         TO RUCLI-CLI-GIV-NM.

           MOVE RUCLI-CLI-SUR-NM       TO WSCRB-TEXT-IN.
           PERFORM  SCRB-1000-SCRAMBLE-TEXT
               THRU SCRB-1000-SCRAMBLE-TEXT-X.
           MOVE WSCRB-TEXT-OUT         TO RUCLI-CLI-SUR-NM.

           MOVE RUCLI-CLI-ADDR-TXT     TO WSCRB-TEXT-IN.
           PERFORM  SCRB-1000-SCRAMBLE-TEXT
               THRU SCRB-1000-SCRAMBLE-TEXT-X.
           MOVE WSCRB-TEXT-OUT         TO RUCLI-CLI-ADDR-TXT.

           MOVE RUCLI-CLI-ADDR-KJ-TXT  TO WSCRB-TEXT-IN.
           PERFORM  SCRB-1000-SCRAMBLE-TEXT
               THRU SCRB-1000-SCRAMBLE-TEXT-X.
           MOVE WSCRB-TEXT-OUT         TO RUCLI-CLI-ADDR-KJ-TXT.

           MOVE RUCLI-CLI-KA-SUR-NM    TO WSCRB-TEXT-IN.
           PERFORM  SCRB-1000-SCRAMBLE-TEXT
               THRU SCRB-1000-SCRAMBLE-TEXT-X.
           MOVE WSCRB-TEXT-OUT         TO RUCLI-CLI-KA-SUR-NM.

           MOVE RUCLI-CLI-KA-GIV-NM    TO WSCRB-TEXT-IN.
           PERFORM  SCRB-1000-SCRAMBLE-TEXT
               THRU SCRB-1000-SCRAMBLE-TEXT-X.
           MOVE WSCRB-TEXT-OUT         TO RUCLI-CLI-KA-GIV-NM.

           MOVE RUCLI-CLI-CO-NM        TO WSCRB-TEXT-IN.
           PERFORM  SCRB-1000-SCRAMBLE-TEXT
               THRU SCRB-1000-SCRAMBLE-TEXT-X.
           MOVE WSCRB-TEXT-OUT         TO RUCLI-CLI-CO-NM.

           MOVE RUCLI-CLI-KA-CO-NM     TO WSCRB-TEXT-IN.
           PERFORM  SCRB-1000-SCRAMBLE-TEXT
               THRU SCRB-1000-SCRAMBLE-TEXT-X.
           MOVE WSCRB-TEXT-OUT         TO RUCLI-CLI-KA-CO-NM.

           MOVE RUCLI-DTH-BEN-SUR-NM   TO WSCRB-TEXT-IN.
           PERFORM  SCRB-1000-SCRAMBLE-TEXT
               THRU SCRB-1000-SCRAMBLE-TEXT-X.
           MOVE WSCRB-TEXT-OUT         TO RUCLI-DTH-BEN-SUR-NM.

           MOVE RUCLI-DTH-BEN-GIV-NM   TO WSCRB-TEXT-IN.
           PERFORM  SCRB-1000-SCRAMBLE-TEXT
               THRU SCRB-1000-SCRAMBLE-TEXT-X.
           MOVE WSCRB-TEXT-OUT         TO RUCLI-DTH-BEN-GIV-NM.

           MOVE RUCLI-PR-DTH-BEN-GIV-NM
                                       TO WSCRB-TEXT-IN.
           PERFORM  SCRB-1000-SCRAMBLE-TEXT
               THRU SCRB-1000-SCRAMBLE-TEXT-X.
           MOVE WSCRB-TEXT-OUT         TO RUCLI-PR-DTH-BEN-GIV-NM.

           MOVE RUCLI-PR-DTH-BEN-SUR-NM
                                       TO WSCRB-TEXT-IN.
           PERFORM  SCRB-1000-SCRAMBLE-TEXT
               THRU SCRB-1000-SCRAMBLE-TEXT-X.
           MOVE WSCRB-TEXT-OUT         TO RUCLI-PR-DTH-BEN-SUR-NM.

           MOVE RUCLI-PR-DTH-GIV-NM    TO WSCRB-TEXT-IN.
           PERFORM  SCRB-1000-SCRAMBLE-TEXT
               THRU SCRB-1000-SCRAMBLE-TEXT-X.
           MOVE WSCRB-TEXT-OUT         TO RUCLI-PR-DTH-GIV-NM.

           MOVE RUCLI-DTH-BNFY-CO-NM   TO WSCRB-TEXT-IN.
           PERFORM  SCRB-1000-SCRAMBLE-TEXT
               THRU SCRB-1000-SCRAMBLE-TEXT-X.
           MOVE WSCRB-TEXT-OUT         TO RUCLI-DTH-BNFY-CO-NM.

           MOVE RUCLI-IP-DTH-BEN-SUR-NM
                                       TO WSCRB-TEXT-IN.
           PERFORM  SCRB-1000-SCRAMBLE-TEXT
               THRU SCRB-1000-SCRAMBLE-TEXT-X.
           MOVE WSCRB-TEXT-OUT         TO RUCLI-IP-DTH-BEN-SUR-NM.

           MOVE RUCLI-IP-DTH-BEN-GIV-NM
                                       TO WSCRB-TEXT-IN.
           PERFORM  SCRB-1000-SCRAMBLE-TEXT
               THRU SCRB-1000-SCRAMBLE-TEXT-X.
           MOVE WSCRB-TEXT-OUT         TO RUCLI-IP-DTH-BEN-GIV-NM.

           MOVE RUCLI-IP-DTH-BNFY-CO-NM
                                       TO WSCRB-TEXT-IN.
           PERFORM  SCRB-1000-SCRAMBLE-TEXT
               THRU SCRB-1000-SCRAMBLE-TEXT-X.
           MOVE WSCRB-TEXT-OUT         TO RUCLI-IP-DTH-BNFY-CO-NM.

       2060-SCRAMBLE-UCLI-X.
           EXIT.
      /
      *----------------
       2100-COPY-UCVG.
      *----------------

           PERFORM  UCVG-3000-OPEN-INPUT
               THRU UCVG-3000-OPEN-INPUT-X.

           PERFORM  UCVG-1000-READ
               THRU UCVG-1000-READ-X.

           PERFORM  2150-CHECK-ONE-UCVG
               THRU 2150-CHECK-ONE-UCVG-X
               UNTIL WUCVG-SEQ-IO-EOF.

           PERFORM  UCVG-4000-CLOSE
               THRU UCVG-4000-CLOSE-X.

       2100-COPY-UCVG-X.
           EXIT.
      /
      *---------------------
       2150-CHECK-ONE-UCVG.
      *---------------------

           MOVE RUCVG-APP-ID           TO WS-WORK-APP-ID.

           PERFORM  7000-CHECK-SEL-SET
               THRU 7000-CHECK-SEL-SET-X.

           IF   WS-SEL-FOUND
                MOVE RUCVG-APP-ID      TO RRSTR-APP-ID
                MOVE 'UCVG'            TO RRSTR-TBL-ID
                MOVE RUCVG-REC-INFO    TO RRSTR-ROW-IMAGE
                PERFORM  3000-WRITE-RSTR-REC
                    THRU 3000-WRITE-RSTR-REC-X
                ADD  1                 TO WS-COPY-UCVG-CNT
           END-IF.

           PERFORM  UCVG-1000-READ
               THRU UCVG-1000-READ-X.

       2150-CHECK-ONE-UCVG-X.
           EXIT.
      /
      *----------------
       2200-COPY-UCNV.
      *----------------

           PERFORM  UCNV-3000-OPEN-INPUT
               THRU UCNV-3000-OPEN-INPUT-X.

           PERFORM  UCNV-1000-READ
               THRU UCNV-1000-READ-X.

           PERFORM  2250-CHECK-ONE-UCNV
               THRU 2250-CHECK-ONE-UCNV-X
               UNTIL WUCNV-SEQ-IO-EOF.

           PERFORM  UCNV-4000-CLOSE
               THRU UCNV-4000-CLOSE-X.

       2200-COPY-UCNV-X.
           EXIT.
      /
      *---------------------
       2250-CHECK-ONE-UCNV.
      *---------------------

           MOVE RUCNV-APP-ID           TO WS-WORK-APP-ID.

           PERFORM  7000-CHECK-SEL-SET
               THRU 7000-CHECK-SEL-SET-X.

           IF   WS-SEL-FOUND
                MOVE RUCNV-APP-ID      TO RRSTR-APP-ID
                MOVE 'UCNV'            TO RRSTR-TBL-ID
                MOVE RUCNV-REC-INFO    TO RRSTR-ROW-IMAGE
                PERFORM  3000-WRITE-RSTR-REC
                    THRU 3000-WRITE-RSTR-REC-X
                ADD  1                 TO WS-COPY-UCNV-CNT
           END-IF.

           PERFORM  UCNV-1000-READ
               THRU UCNV-1000-READ-X.

       2250-CHECK-ONE-UCNV-X.
           EXIT.
      /
      *----------------
       2300-COPY-UFND.
      *----------------

           PERFORM  RUFN-3000-OPEN-INPUT
               THRU RUFN-3000-OPEN-INPUT-X.

           PERFORM  RUFN-1000-READ
               THRU RUFN-1000-READ-X.

           PERFORM  2350-CHECK-ONE-UFND
               THRU 2350-CHECK-ONE-UFND-X
               UNTIL WRUFN-SEQ-IO-EOF.

           PERFORM  RUFN-4000-CLOSE
               THRU RUFN-4000-CLOSE-X.

       2300-COPY-UFND-X.
           EXIT.
      /
      *---------------------
       2350-CHECK-ONE-UFND.
      *---------------------

           MOVE RUFND-APP-ID           TO WS-WORK-APP-ID.

           PERFORM  7000-CHECK-SEL-SET
               THRU 7000-CHECK-SEL-SET-X.

           IF   WS-SEL-FOUND
                MOVE RUFND-APP-ID      TO RRSTR-APP-ID
                MOVE 'UFND'            TO RRSTR-TBL-ID
                MOVE RUFND-REC-INFO    TO RRSTR-ROW-IMAGE
                PERFORM  3000-WRITE-RSTR-REC
                    THRU 3000-WRITE-RSTR-REC-X
                ADD  1                 TO WS-COPY-UFND-CNT
           END-IF.

           PERFORM  RUFN-1000-READ
               THRU RUFN-1000-READ-X.

       2350-CHECK-ONE-UFND-X.
           EXIT.
      /
      *----------------
       2400-COPY-UBEN.
      *----------------

           PERFORM  RUBN-3000-OPEN-INPUT
               THRU RUBN-3000-OPEN-INPUT-X.

           PERFORM  RUBN-1000-READ
               THRU RUBN-1000-READ-X.

           PERFORM  2450-CHECK-ONE-UBEN
               THRU 2450-CHECK-ONE-UBEN-X
               UNTIL WRUBN-SEQ-IO-EOF.

           PERFORM  RUBN-4000-CLOSE
               THRU RUBN-4000-CLOSE-X.

       2400-COPY-UBEN-X.
           EXIT.
      /
      *---------------------
       2450-CHECK-ONE-UBEN.
      *---------------------

           MOVE RUBEN-APP-ID           TO WS-WORK-APP-ID.

           PERFORM  7000-CHECK-SEL-SET
               THRU 7000-CHECK-SEL-SET-X.

           IF   WS-SEL-FOUND
                PERFORM  2460-SCRAMBLE-UBEN
                    THRU 2460-SCRAMBLE-UBEN-X
                MOVE RUBEN-APP-ID      TO RRSTR-APP-ID
                MOVE 'UBEN'            TO RRSTR-TBL-ID
                MOVE RUBEN-REC-INFO    TO RRSTR-ROW-IMAGE
                PERFORM  3000-WRITE-RSTR-REC
                    THRU 3000-WRITE-RSTR-REC-X
                ADD  1                 TO WS-COPY-UBEN-CNT
           END-IF.

           PERFORM  RUBN-1000-READ
               THRU RUBN-1000-READ-X.

       2450-CHECK-ONE-UBEN-X.
           EXIT.
      /
      *-------------------
       2460-SCRAMBLE-UBEN.
      *-------------------

           MOVE RUBEN-BNFY-BTH-DT      TO WSCRB-DATE.
           PERFORM  SCRB-2000-SCRAMBLE-DATE
               THRU SCRB-2000-SCRAMBLE-DATE-X.
           MOVE WSCRB-DATE             TO RUBEN-BNFY-BTH-DT.

           MOVE RUBEN-BEN-SUR-NM       TO WSCRB-TEXT-IN.
           PERFORM  SCRB-1000-SCRAMBLE-TEXT
               THRU SCRB-1000-SCRAMBLE-TEXT-X.
           MOVE WSCRB-TEXT-OUT         TO RUBEN-BEN-SUR-NM.

           MOVE RUBEN-BEN-GIV-NM       TO WSCRB-TEXT-IN.
           PERFORM  SCRB-1000-SCRAMBLE-TEXT
               THRU SCRB-1000-SCRAMBLE-TEXT-X.
           MOVE WSCRB-TEXT-OUT         TO RUBEN-BEN-GIV-NM.

           MOVE RUBEN-BNFY-CO-NM       TO WSCRB-TEXT-IN.
           PERFORM  SCRB-1000-SCRAMBLE-TEXT
               THRU SCRB-1000-SCRAMBLE-TEXT-X.
           MOVE WSCRB-TEXT-OUT         TO RUBEN-BNFY-CO-NM.

           MOVE RUBEN-BNFY-KA-GIV-NM   TO WSCRB-TEXT-IN.
           PERFORM  SCRB-1000-SCRAMBLE-TEXT
               THRU SCRB-1000-SCRAMBLE-TEXT-X.
           MOVE WSCRB-TEXT-OUT         TO RUBEN-BNFY-KA-GIV-NM.

           MOVE RUBEN-BNFY-KA-SUR-NM   TO WSCRB-TEXT-IN.
           PERFORM  SCRB-1000-SCRAMBLE-TEXT
               THRU SCRB-1000-SCRAMBLE-TEXT-X.
           MOVE WSCRB-TEXT-OUT         TO RUBEN-BNFY-KA-SUR-NM.

           MOVE RUBEN-BNFY-CO-KA-NM    TO WSCRB-TEXT-IN.
           PERFORM  SCRB-1000-SCRAMBLE-TEXT
               THRU SCRB-1000-SCRAMBLE-TEXT-X.
           MOVE WSCRB-TEXT-OUT         TO RUBEN-BNFY-CO-KA-NM.

       2460-SCRAMBLE-UBEN-X.
           EXIT.
      /
      *---------------------
       3000-WRITE-RSTR-REC.
      *---------------------

           MOVE WS-RUN-DT-CCYYMMDD     TO RRSTR-ARCHIVE-DT.

           PERFORM  RSTR-2000-WRITE
               THRU RSTR-2000-WRITE-X.

           ADD  1                      TO WS-RSTR-REC-WRITTEN.

       3000-WRITE-RSTR-REC-X.
           EXIT.
      /
      *-------------------
       7000-CHECK-SEL-SET.
      *-------------------

           SET  WS-SEL-NOT-FOUND       TO TRUE.

           PERFORM  7050-MATCH-SEL-ENTRY
               THRU 7050-MATCH-SEL-ENTRY-X
               VARYING WS-SEL-SUB FROM 1 BY 1
               UNTIL WS-SEL-SUB > WS-SEL-CNT
               OR    WS-SEL-FOUND.

       7000-CHECK-SEL-SET-X.
           EXIT.
      /
      *---------------------
       7050-MATCH-SEL-ENTRY.
      *---------------------

           IF   WS-SEL-APP-ID (WS-SEL-SUB) = WS-WORK-APP-ID
                SET  WS-SEL-FOUND      TO TRUE
           END-IF.

       7050-MATCH-SEL-ENTRY-X.
           EXIT.
      /
      *------------------------
       5000-PRINT-GRAND-TOTALS.
      *------------------------

      *MSG: UPLOAD DATES @1 TO @2 - RUPOL READ @3, APPS COPIED @4
           MOVE WS-FROM-DT-CCYYMMDD        TO WGLOB-MSG-PARM (1).
           MOVE WS-TO-DT-CCYYMMDD          TO WGLOB-MSG-PARM (2).
           MOVE WS-RUPOL-REC-READ          TO WGLOB-MSG-PARM (3).
           MOVE WS-SEL-APP-CNT             TO WGLOB-MSG-PARM (4).
           MOVE 'AS95140001'               TO WGLOB-MSG-REF-INFO.
           PERFORM  0260-1000-GENERATE-MESSAGE
               THRU 0260-1000-GENERATE-MESSAGE-X.

      *MSG: TEST COPY ROWS - UPOL @1, UCLI @2, UCVG @3
           MOVE WS-COPY-UPOL-CNT           TO WGLOB-MSG-PARM (1).
           MOVE WS-COPY-UCLI-CNT           TO WGLOB-MSG-PARM (2).
           MOVE WS-COPY-UCVG-CNT           TO WGLOB-MSG-PARM (3).
           MOVE 'AS95140002'               TO WGLOB-MSG-REF-INFO.
           PERFORM  0260-1000-GENERATE-MESSAGE
               THRU 0260-1000-GENERATE-MESSAGE-X.

      *MSG: TEST COPY ROWS - UFND @1, UBEN @2, UCNV @3, TOTAL @4
           MOVE WS-COPY-UFND-CNT           TO WGLOB-MSG-PARM (1).
           MOVE WS-COPY-UBEN-CNT           TO WGLOB-MSG-PARM (2).
           MOVE WS-COPY-UCNV-CNT           TO WGLOB-MSG-PARM (3).
           MOVE WS-RSTR-REC-WRITTEN        TO WGLOB-MSG-PARM (4).
           MOVE 'AS95140003'               TO WGLOB-MSG-REF-INFO.
           PERFORM  0260-1000-GENERATE-MESSAGE
               THRU 0260-1000-GENERATE-MESSAGE-X.

       5000-PRINT-GRAND-TOTALS-X.
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
       COPY ACPAUCVG.
       COPY ACPNUCVG.
       COPY ACPOUCVG.
       COPY ACPLUCVG.
      /
       COPY ACPAUCNV.
       COPY ACPNUCNV.
       COPY ACPOUCNV.
       COPY ACPLUCNV.
      /
       COPY ACPARUFN.
       COPY ACPNRUFN.
       COPY ACPORUFN.
       COPY ACPLRUFN.
      /
       COPY ACPARUBN.
       COPY ACPNRUBN.
       COPY ACPORUBN.
       COPY ACPLRUBN.
      /
       COPY ACPIRSTR.
      /
       COPY ACPPSCRB.
      /
      *****************************************************************
      * ERROR HANDLING ROUTINES                                       *
      *****************************************************************

       COPY XCPL0030.

       COPY XCPL0260.

      *****************************************************************
      **                 END OF PROGRAM ASBM9514                     **
      *****************************************************************
