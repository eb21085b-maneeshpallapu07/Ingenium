      *************************
       IDENTIFICATION DIVISION.
      *************************

       PROGRAM-ID. ASBM9539.

       COPY XCWWCRHT.

      *****************************************************************
      **  MEMBER :  ASBM9539                                         **
      **  REMARKS:  SEPARATE ACCOUNT FUND PURCHASE ORDER FEED.       **
      **            MATCHES THE RUPOL DRIVER EXTRACT AGAINST THE     **
      **            RUCVG COVERAGE AND RUFND FUND EXTRACTS (ALL      **
      **            SORTED ASCENDING BY APP-ID, THE COVERAGE AND     **
      **            FUND EXTRACTS BY STICKER AND PLAN WITHIN IT)     **
      **            AND, FOR EVERY VARIABLE POLICY THAT ISSUED IN    **
      **            THE RUN WINDOW, SPLITS EACH COVERAGE'S SEPARATE  **
      **            ACCOUNT INITIAL PREMIUM, INITIAL LUMP SUM AND    **
      **            CONVERTED FUND AMOUNTS OVER ITS FUNDS BY THE     **
      **            RUFND PERCENTAGES.  EACH AMOUNT IS ROUNDED TO    **
      **            THE DECIMAL PLACES OF THE POLICY'S PAYMENT       **
      **            CURRENCY (CRCY MASTER) AND THE LAST FUND OF THE  **
      **            COVERAGE TAKES THE ROUNDING, SO THE ORDERS ADD   **
      **            BACK TO THE COVERAGE AMOUNTS EXACTLY.  ONE SAPO  **
      **            ORDER ROW IS WRITTEN PER POLICY AND FUND, WITH   **
      **            THE TRADE DATE SET TO THE FIRST BUSINESS DAY     **
      **            AFTER THE CONVERSION DATE BY THE BUSINESS DAY    **
      **            CALENDAR (ASRUBDCL), AND A TRAILER.              **
      **                                                             **
      **            THE SAPP DAILY PROOF PROVES, POLICY BY POLICY,   **
      **            THAT THE PREMIUM ORDERS PLUS THE GENERAL ACCOUNT **
      **            SHARE (RUPOL-GA-INIT-PREM-AMT AND                **
      **            RUPOL-GA-INIT-LMPSM-AMT) EQUAL THE PREMIUM       **
      **            APPLIED (RUPOL-PYMT-AMT PLUS RUPOL-LUMP-SUM-AMT) **
      **            AND PRINTS THE TOTALS BY CURRENCY.  A POLICY     **
      **            THAT DOES NOT PROVE, OR WHOSE SPLIT DOES NOT     **
      **            TOTAL 100%, OR WHOSE TRADE DATE CANNOT BE SET,   **
      **            IS LISTED ON THE PROOF AND NO ORDERS ARE SENT    **
      **            FOR IT - INVESTMENT OPERATIONS KEYS IT ONCE IT   **
      **            IS RESOLVED - AND THE STEP ENDS RC 4.            **
      **                                                             **
      **            JCL PARM:  BYTES 1-2   COMPANY                   **
      **                       BYTES 3-12  FROM CONVERSION DATE      **
      **                                   (CCYY-MM-DD, DEFAULT -    **
      **                                   THE RUN DATE)             **
      **                       BYTES 13-22 TO CONVERSION DATE        **
      **                                   (DEFAULT - THE FROM DATE) **
      **                                                             **
      **  DOMAIN :  UW                                               **
      **  CLASS  :  PD                                               **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
692518**  15OCT26  DEV    NEW PROGRAM                                **
      *****************************************************************

      **********************
       ENVIRONMENT DIVISION.
      **********************

       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY ACSSCRCY.
       COPY ACSSSAPO.
       COPY ACSSSAPP.

      ***************
       DATA DIVISION.
      ***************

       FILE SECTION.

       COPY ACSDCRCY.

       COPY ACSRCRCY.

       COPY ACSDSAPO.

       COPY ACSRSAPO.

       COPY ACSDSAPP.

       COPY ACSRSAPP.

       WORKING-STORAGE SECTION.

       COPY XCWWPGWS REPLACING '$VAR1' BY 'ASBM9539'.

       COPY SQLCA.

       01  WS-COUNTERS.
           05  WS-RUPOL-REC-READ            PIC 9(07)  VALUE ZEROS.
           05  WS-UCVG-REC-READ             PIC 9(07)  VALUE ZEROS.
           05  WS-UFND-REC-USED             PIC 9(07)  VALUE ZEROS.
           05  WS-POL-ISSUED-CNT            PIC 9(07)  VALUE ZEROS.
           05  WS-POL-VAR-CNT               PIC 9(07)  VALUE ZEROS.
           05  WS-POL-SENT-CNT              PIC 9(07)  VALUE ZEROS.
           05  WS-POL-NOT-SENT-CNT          PIC 9(07)  VALUE ZEROS.
           05  WS-SAPO-DTL-CNT              PIC 9(07)  VALUE ZEROS.
           05  WS-SAPO-HASH-AMT             PIC S9(15)V9(02) COMP-3
                                                       VALUE ZEROS.
           05  WS-LINE-CNT                  PIC S9(04) COMP VALUE +99.
           05  WS-PAGE-CNT                  PIC S9(04) COMP VALUE ZERO.
           05  WS-PIC-COUNTER               PIC Z(06)9.
           05  WS-PIC-PAGE                  PIC ZZZ9.
           05  WS-PIC-AMT-1                 PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  WS-PIC-AMT-2                 PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  WS-PIC-AMT-3                 PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.

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
           05  WS-FROM-DT                   PIC X(10).
           05  WS-TO-DT                     PIC X(10).
           05  WS-RPT-LINE                  PIC X(132).
           05  WS-MAX-LINES                 PIC S9(04) COMP VALUE +55.
           05  WS-MAX-RC                    PIC 9(02)  VALUE ZERO.
           05  WS-POL-IN-WINDOW-SW          PIC X(01).
               88  WS-POL-IN-WINDOW               VALUE 'Y'.
               88  WS-POL-NOT-IN-WINDOW           VALUE 'N'.
           05  WS-POL-VARIABLE-SW           PIC X(01).
               88  WS-POL-VARIABLE                VALUE 'Y'.

      * THE FIRST REASON FOUND THAT KEEPS A POLICY'S ORDERS BACK.

           05  WS-POL-ERR-DESC              PIC X(40).
               88  WS-POL-NO-ERROR                VALUE SPACES.

      * TRADE DATE - THE DAY AFTER THE CONVERSION DATE, ROLLED TO A
      * BUSINESS DAY.

           05  WS-TRD-DT                    PIC X(10).
           05  WS-WORK-DT-INT               PIC S9(08) COMP.
           05  WS-WORK-DT-CCYYMMDD          PIC 9(08).
           05  WS-WORK-DT-R                 REDEFINES
                                            WS-WORK-DT-CCYYMMDD.
               10  WS-WORK-DT-CC            PIC X(04).
               10  WS-WORK-DT-MM            PIC X(02).
               10  WS-WORK-DT-DD            PIC X(02).
           05  WS-WORK-DT-ISO.
               10  WS-WORK-ISO-CC           PIC X(04).
               10  FILLER                   PIC X(01)  VALUE '-'.
               10  WS-WORK-ISO-MM           PIC X(02).
               10  FILLER                   PIC X(01)  VALUE '-'.
               10  WS-WORK-ISO-DD           PIC X(02).

      * ONE FUND ROW OF THE COVERAGE BEING SPLIT, AND THE RUNNING
      * ALLOCATED AMOUNTS AND PERCENTAGES FOR THE COVERAGE.

           05  WS-CUR-FND-ID                PIC X(05).
           05  WS-CUR-INIT-PREM-AMT         PIC S9(13)V9(02) COMP-3.
           05  WS-CUR-INIT-LMPSM-AMT        PIC S9(13)V9(02) COMP-3.
           05  WS-CUR-CNVR-FND-AMT          PIC S9(13)V9(02) COMP-3.
           05  WS-CVG-INIT-PREM-ALLOC       PIC S9(13)V9(02) COMP-3.
           05  WS-CVG-INIT-LMPSM-ALLOC      PIC S9(13)V9(02) COMP-3.
           05  WS-CVG-CNVR-FND-ALLOC        PIC S9(13)V9(02) COMP-3.
           05  WS-CVG-INIT-PREM-PCT         PIC S9(05)V9(04) COMP-3.
           05  WS-CVG-INIT-LMPSM-PCT        PIC S9(05)V9(04) COMP-3.
           05  WS-CVG-CNVR-FND-PCT          PIC S9(05)V9(04) COMP-3.
           05  WS-ALLOC-BASE-AMT            PIC S9(13)V9(02) COMP-3.
           05  WS-ALLOC-PCT                 PIC S9(03)V9(04) COMP-3.
           05  WS-ALLOC-AMT                 PIC S9(13)V9(02) COMP-3.
           05  WS-ALLOC-WHOLE-AMT           PIC S9(13)       COMP-3.

      * POLICY PROOF AMOUNTS.

           05  WS-POL-SA-PREM-AMT           PIC S9(13)V9(02) COMP-3.
           05  WS-POL-CNVR-FND-AMT          PIC S9(13)V9(02) COMP-3.
           05  WS-POL-GA-AMT                PIC S9(13)V9(02) COMP-3.
           05  WS-POL-PREM-APLD-AMT         PIC S9(13)V9(02) COMP-3.
           05  WS-POL-ORD-GA-AMT            PIC S9(13)V9(02) COMP-3.
           05  WS-ORD-TOT-AMT               PIC S9(13)V9(02) COMP-3.

      * FUND ORDERS OF THE CURRENT POLICY - A FUND CHOSEN ON MORE THAN
      * ONE COVERAGE IS ORDERED ONCE.

       01  WS-FND-WORK-AREA.
           05  WS-FND-MAX                   PIC S9(04) COMP VALUE +50.
           05  WS-FND-CNT                   PIC S9(04) COMP VALUE ZERO.
           05  WS-FND-SUB                   PIC S9(04) COMP.
           05  WS-FND-USE-SUB               PIC S9(04) COMP.
           05  WS-FND-TBL.
               10  WS-FND-ENTRY             OCCURS 50 TIMES.
                   15  WS-FND-ID            PIC X(05).
                   15  WS-FND-INIT-PREM-AMT PIC S9(13)V9(02) COMP-3.
                   15  WS-FND-INIT-LMPSM-AMT
                                            PIC S9(13)V9(02) COMP-3.
                   15  WS-FND-CNVR-FND-AMT  PIC S9(13)V9(02) COMP-3.

      * PAYMENT CURRENCIES - DECIMAL PLACES FROM THE CRCY MASTER AND
      * THE PROOF TOTALS FOR THE RUN.  A BLANK PAYMENT CURRENCY IS THE
      * 'JP' HOME CURRENCY.  A CURRENCY MISSING FROM THE MASTER IS
      * ADDED WHEN FIRST SEEN, AT TWO DECIMAL PLACES (NONE FOR 'JP').

       01  WS-CRCY-WORK-AREA.
           05  WS-CRCY-MAX                  PIC S9(04) COMP VALUE +30.
           05  WS-CRCY-CNT                  PIC S9(04) COMP VALUE ZERO.
           05  WS-CRCY-SUB                  PIC S9(04) COMP.
           05  WS-CRCY-USE-SUB              PIC S9(04) COMP VALUE ZERO.
           05  WS-CRCY-CD                   PIC X(02).
           05  WS-CRCY-TBL.
               10  WS-CRCY-ENTRY            OCCURS 30 TIMES.
                   15  WS-CRCY-TBL-CD       PIC X(02).
                   15  WS-CRCY-DEC-PLACE-CNT
                                            PIC 9(01).
                   15  WS-CRCY-SENT-CNT     PIC 9(07).
                   15  WS-CRCY-NOT-SENT-CNT PIC 9(07).
                   15  WS-CRCY-PREM-APLD-AMT
                                            PIC S9(15)V9(02) COMP-3.
                   15  WS-CRCY-GA-AMT       PIC S9(15)V9(02) COMP-3.
                   15  WS-CRCY-SA-PREM-AMT  PIC S9(15)V9(02) COMP-3.
                   15  WS-CRCY-CNVR-FND-AMT PIC S9(15)V9(02) COMP-3.
                   15  WS-CRCY-NOT-SENT-AMT PIC S9(15)V9(02) COMP-3.
           05  WS-CRCY-DIFF-AMT             PIC S9(15)V9(02) COMP-3.
      /
       COPY XCWTFCMD.
      /
       COPY ACSWRUPL.
       COPY ACSWUCVG.
       COPY ACSWRUFN.
       COPY ACSWCRCY.
       COPY ACSWSAPO.
       COPY ACSWSAPP.
      /
       COPY ACWLBDCL.
      /
      *****************************************************************
      * INPUT PARAMETER INFORMATION                                   *
      *****************************************************************

       01  WGLOB-GLOBAL-AREA.
       COPY XCWWGLOB.

       COPY ACFRUPOL.

       COPY ACFRUCVG.

       COPY ACFRUFND.
      /
       LINKAGE SECTION.
      *****************

       01  LK-PARM-AREA.
           05  LK-PARM-LEN                 PIC S9(04) COMP.
           05  LK-PARM-DATA.
               10  LK-COMPANY-CODE         PIC X(02).
               10  LK-FROM-DT              PIC X(10).
               10  LK-TO-DT                PIC X(10).
               10  FILLER                  PIC X(08).
      /
       PROCEDURE DIVISION USING LK-PARM-AREA.

      *--------------
       0000-MAINLINE.
      *--------------

           PERFORM  0100-OPEN-FILES
               THRU 0100-OPEN-FILES-X.

           PERFORM  0200-INITIALIZE
               THRU 0200-INITIALIZE-X.

           PERFORM  0300-LOAD-CURRENCIES
               THRU 0300-LOAD-CURRENCIES-X.

           PERFORM  RUPL-1000-READ
               THRU RUPL-1000-READ-X.

           PERFORM  UCVG-1000-READ
               THRU UCVG-1000-READ-X.

           PERFORM  RUFN-1000-READ
               THRU RUFN-1000-READ-X.

           PERFORM  1000-PROCESS-RUPOL
               THRU 1000-PROCESS-RUPOL-X
               UNTIL WRUPL-SEQ-IO-EOF.

           PERFORM  4500-WRITE-TRAILER
               THRU 4500-WRITE-TRAILER-X.

           PERFORM  5000-PRINT-PROOF
               THRU 5000-PRINT-PROOF-X.

           PERFORM  5900-PRINT-GRAND-TOTALS
               THRU 5900-PRINT-GRAND-TOTALS-X.

           PERFORM  9999-CLOSE-FILES
               THRU 9999-CLOSE-FILES-X.

           IF   WS-POL-NOT-SENT-CNT    > ZERO
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

           PERFORM  RUPL-3000-OPEN-INPUT
               THRU RUPL-3000-OPEN-INPUT-X.

           PERFORM  UCVG-3000-OPEN-INPUT
               THRU UCVG-3000-OPEN-INPUT-X.

           PERFORM  RUFN-3000-OPEN-INPUT
               THRU RUFN-3000-OPEN-INPUT-X.

           PERFORM  SAPO-4000-OPEN-OUTPUT
               THRU SAPO-4000-OPEN-OUTPUT-X.

           PERFORM  SAPP-4000-OPEN-OUTPUT
               THRU SAPP-4000-OPEN-OUTPUT-X.

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

           MOVE WS-RUN-DT-ISO          TO WS-FROM-DT.

           IF   LK-PARM-LEN                  > ZERO
           AND  LK-COMPANY-CODE              > SPACES
                MOVE LK-COMPANY-CODE    TO WGLOB-COMPANY-CODE
           END-IF.

           IF   LK-PARM-LEN                  > 2
           AND  LK-FROM-DT                   > SPACES
                MOVE LK-FROM-DT         TO WS-FROM-DT
           END-IF.

           MOVE WS-FROM-DT             TO WS-TO-DT.

           IF   LK-PARM-LEN                  > 12
           AND  LK-TO-DT                     > SPACES
                MOVE LK-TO-DT           TO WS-TO-DT
           END-IF.

           IF   WS-TO-DT               < WS-FROM-DT
      *MSG: CONVERSION DATE WINDOW INVALID (@1 TO @2) - RUN ABORTED
                MOVE 'AS95390001'      TO WGLOB-MSG-REF-INFO
                MOVE WS-FROM-DT        TO WGLOB-MSG-PARM (1)
                MOVE WS-TO-DT          TO WGLOB-MSG-PARM (2)
                PERFORM  0260-1000-GENERATE-MESSAGE
                    THRU 0260-1000-GENERATE-MESSAGE-X
                PERFORM  0030-5000-LOGIC-ERROR
                    THRU 0030-5000-LOGIC-ERROR-X
           END-IF.

       0200-INITIALIZE-X.
           EXIT.
      /
      *---------------------
       0300-LOAD-CURRENCIES.
      *---------------------

           PERFORM  CRCY-3000-OPEN-INPUT
               THRU CRCY-3000-OPEN-INPUT-X.

           PERFORM  CRCY-1000-READ
               THRU CRCY-1000-READ-X.

           PERFORM  0310-LOAD-ONE-CURRENCY
               THRU 0310-LOAD-ONE-CURRENCY-X
               UNTIL WCRCY-SEQ-IO-EOF.

           PERFORM  CRCY-5000-CLOSE
               THRU CRCY-5000-CLOSE-X.

       0300-LOAD-CURRENCIES-X.
           EXIT.
      /
      *-----------------------
       0310-LOAD-ONE-CURRENCY.
      *-----------------------

           IF   WS-CRCY-CNT            < WS-CRCY-MAX
                MOVE RCRCY-CRCY-CD     TO WS-CRCY-CD
                PERFORM  0320-ADD-CURRENCY
                    THRU 0320-ADD-CURRENCY-X
                MOVE RCRCY-DEC-PLACE-CNT
                                       TO WS-CRCY-DEC-PLACE-CNT
                                              (WS-CRCY-CNT)
           END-IF.

           PERFORM  CRCY-1000-READ
               THRU CRCY-1000-READ-X.

       0310-LOAD-ONE-CURRENCY-X.
           EXIT.
      /
      *------------------
       0320-ADD-CURRENCY.
      *------------------

           ADD  1                      TO WS-CRCY-CNT.
           MOVE WS-CRCY-CD             TO WS-CRCY-TBL-CD (WS-CRCY-CNT).
           MOVE ZERO                   TO WS-CRCY-SENT-CNT
                                              (WS-CRCY-CNT)
                                          WS-CRCY-NOT-SENT-CNT
                                              (WS-CRCY-CNT)
                                          WS-CRCY-PREM-APLD-AMT
                                              (WS-CRCY-CNT)
                                          WS-CRCY-GA-AMT
                                              (WS-CRCY-CNT)
                                          WS-CRCY-SA-PREM-AMT
                                              (WS-CRCY-CNT)
                                          WS-CRCY-CNVR-FND-AMT
                                              (WS-CRCY-CNT)
                                          WS-CRCY-NOT-SENT-AMT
                                              (WS-CRCY-CNT).
           IF   WS-CRCY-CD             = 'JP'
                MOVE ZERO              TO WS-CRCY-DEC-PLACE-CNT
                                              (WS-CRCY-CNT)
           ELSE
                MOVE 2                 TO WS-CRCY-DEC-PLACE-CNT
                                              (WS-CRCY-CNT)
           END-IF.

       0320-ADD-CURRENCY-X.
           EXIT.
      /
      *-------------------
       1000-PROCESS-RUPOL.
      *-------------------

           ADD  1                      TO WS-RUPOL-REC-READ.

      * ONLY AN APPLICATION THAT ISSUED IN THE WINDOW IS ORDERED.

           SET  WS-POL-NOT-IN-WINDOW   TO TRUE.

           IF   RUPOL-POL-ASGN
           AND  RUPOL-POL-CNV-DT      NOT < WS-FROM-DT
           AND  RUPOL-POL-CNV-DT      NOT > WS-TO-DT
                SET  WS-POL-IN-WINDOW  TO TRUE
                ADD  1                 TO WS-POL-ISSUED-CNT
           END-IF.

           MOVE 'N'                    TO WS-POL-VARIABLE-SW.
           MOVE SPACES                 TO WS-POL-ERR-DESC.
           MOVE ZERO                   TO WS-FND-CNT
                                          WS-POL-SA-PREM-AMT
                                          WS-POL-CNVR-FND-AMT.

           PERFORM  2100-MATCH-UCVG
               THRU 2100-MATCH-UCVG-X.

           IF   WS-POL-IN-WINDOW
           AND  WS-POL-VARIABLE
                PERFORM  3000-FINISH-POLICY
                    THRU 3000-FINISH-POLICY-X
           END-IF.

           PERFORM  RUPL-1000-READ
               THRU RUPL-1000-READ-X.

       1000-PROCESS-RUPOL-X.
           EXIT.
      /
      *-----------------
       2100-MATCH-UCVG.
      *-----------------

      * SKIP ANY RUCVG ROWS LEFT OVER FROM AN APPLICATION THAT HAS NO
      * MATCHING RUPOL ROW (SHOULD NOT NORMALLY OCCUR).

           PERFORM  2110-UCVG-READ-AHEAD
               THRU 2110-UCVG-READ-AHEAD-X
               UNTIL WUCVG-SEQ-IO-EOF
               OR    RUCVG-APP-ID NOT LESS THAN RUPOL-APP-ID.

           PERFORM  2120-UCVG-CONSUME-GROUP
               THRU 2120-UCVG-CONSUME-GROUP-X
               UNTIL WUCVG-SEQ-IO-EOF
               OR    RUCVG-APP-ID NOT = RUPOL-APP-ID.

       2100-MATCH-UCVG-X.
           EXIT.
      /
      *-----------------------
       2110-UCVG-READ-AHEAD.
      *-----------------------

           PERFORM  UCVG-1000-READ
               THRU UCVG-1000-READ-X.

       2110-UCVG-READ-AHEAD-X.
           EXIT.
      /
      *--------------------------
       2120-UCVG-CONSUME-GROUP.
      *--------------------------

           ADD  1                      TO WS-UCVG-REC-READ.

           IF   WS-POL-IN-WINDOW
                PERFORM  2200-SPLIT-COVERAGE
                    THRU 2200-SPLIT-COVERAGE-X
           END-IF.

           PERFORM  UCVG-1000-READ
               THRU UCVG-1000-READ-X.

       2120-UCVG-CONSUME-GROUP-X.
           EXIT.
      /
      *--------------------
       2200-SPLIT-COVERAGE.
      *--------------------

      * A COVERAGE WITH NO SEPARATE ACCOUNT MONEY HAS NOTHING TO
      * ORDER - ITS FUND ROWS, IF ANY, ARE PASSED OVER BY THE NEXT
      * COVERAGE'S READ-AHEAD.

           IF   RUCVG-SA-INIT-PREM-AMT  = ZERO
           AND  RUCVG-SA-INIT-LMPSM-AMT = ZERO
           AND  RUCVG-SA-CNVR-FND-AMT   = ZERO
                GO TO 2200-SPLIT-COVERAGE-X
           END-IF.

           SET  WS-POL-VARIABLE        TO TRUE.

           MOVE ZERO                   TO WS-CVG-INIT-PREM-ALLOC
                                          WS-CVG-INIT-LMPSM-ALLOC
                                          WS-CVG-CNVR-FND-ALLOC
                                          WS-CVG-INIT-PREM-PCT
                                          WS-CVG-INIT-LMPSM-PCT
                                          WS-CVG-CNVR-FND-PCT.

           IF   WS-CRCY-USE-SUB        = ZERO
           OR   WS-CRCY-TBL-CD (WS-CRCY-USE-SUB)
                                   NOT = RUPOL-PMT-CRCY-CD
                PERFORM  3100-FIND-CURRENCY
                    THRU 3100-FIND-CURRENCY-X
           END-IF.

           PERFORM  2210-UFND-READ-AHEAD
               THRU 2210-UFND-READ-AHEAD-X
               UNTIL WRUFN-SEQ-IO-EOF
               OR    RUFND-KEY (1:41) NOT LESS THAN RUCVG-KEY.

           PERFORM  2220-SPLIT-ONE-FUND
               THRU 2220-SPLIT-ONE-FUND-X
               UNTIL WRUFN-SEQ-IO-EOF
               OR    RUFND-KEY (1:41) NOT = RUCVG-KEY.

      * EACH KIND OF MONEY THE COVERAGE CARRIES MUST BE SPLIT 100% -
      * NO FUND ROWS AT ALL IS A ZERO SPLIT.

           IF   RUCVG-SA-INIT-PREM-AMT NOT = ZERO
           AND  WS-CVG-INIT-PREM-PCT   NOT = 100
           AND  WS-POL-NO-ERROR
                MOVE 'INITIAL PREMIUM SPLIT DOES NOT TOTAL 100%'
                                       TO WS-POL-ERR-DESC
           END-IF.

           IF   RUCVG-SA-INIT-LMPSM-AMT NOT = ZERO
           AND  WS-CVG-INIT-LMPSM-PCT  NOT = 100
           AND  WS-POL-NO-ERROR
                MOVE 'LUMP SUM SPLIT DOES NOT TOTAL 100%'
                                       TO WS-POL-ERR-DESC
           END-IF.

           IF   RUCVG-SA-CNVR-FND-AMT  NOT = ZERO
           AND  WS-CVG-CNVR-FND-PCT    NOT = 100
           AND  WS-POL-NO-ERROR
                MOVE 'CONVERSION SPLIT DOES NOT TOTAL 100%'
                                       TO WS-POL-ERR-DESC
           END-IF.

           COMPUTE WS-POL-SA-PREM-AMT  = WS-POL-SA-PREM-AMT
                                       + RUCVG-SA-INIT-PREM-AMT
                                       + RUCVG-SA-INIT-LMPSM-AMT.
           ADD  RUCVG-SA-CNVR-FND-AMT  TO WS-POL-CNVR-FND-AMT.

       2200-SPLIT-COVERAGE-X.
           EXIT.
      /
      *---------------------
       2210-UFND-READ-AHEAD.
      *---------------------

           PERFORM  RUFN-1000-READ
               THRU RUFN-1000-READ-X.

       2210-UFND-READ-AHEAD-X.
           EXIT.
      /
      *--------------------
       2220-SPLIT-ONE-FUND.
      *--------------------

           ADD  1                      TO WS-UFND-REC-USED.

           MOVE RUFND-FND-ID           TO WS-CUR-FND-ID.
           ADD  RUFND-SA-INIT-PREM-PCT TO WS-CVG-INIT-PREM-PCT.
           ADD  RUFND-SA-INIT-LMPSM-PCT
                                       TO WS-CVG-INIT-LMPSM-PCT.
           ADD  RUFND-SA-CNVR-FND-PCT  TO WS-CVG-CNVR-FND-PCT.

           MOVE RUCVG-SA-INIT-PREM-AMT TO WS-ALLOC-BASE-AMT.
           MOVE RUFND-SA-INIT-PREM-PCT TO WS-ALLOC-PCT.
           PERFORM  2230-ROUND-SHARE
               THRU 2230-ROUND-SHARE-X.
           MOVE WS-ALLOC-AMT           TO WS-CUR-INIT-PREM-AMT.

           MOVE RUCVG-SA-INIT-LMPSM-AMT
                                       TO WS-ALLOC-BASE-AMT.
           MOVE RUFND-SA-INIT-LMPSM-PCT
                                       TO WS-ALLOC-PCT.
           PERFORM  2230-ROUND-SHARE
               THRU 2230-ROUND-SHARE-X.
           MOVE WS-ALLOC-AMT           TO WS-CUR-INIT-LMPSM-AMT.

           MOVE RUCVG-SA-CNVR-FND-AMT  TO WS-ALLOC-BASE-AMT.
           MOVE RUFND-SA-CNVR-FND-PCT  TO WS-ALLOC-PCT.
           PERFORM  2230-ROUND-SHARE
               THRU 2230-ROUND-SHARE-X.
           MOVE WS-ALLOC-AMT           TO WS-CUR-CNVR-FND-AMT.

           ADD  WS-CUR-INIT-PREM-AMT   TO WS-CVG-INIT-PREM-ALLOC.
           ADD  WS-CUR-INIT-LMPSM-AMT  TO WS-CVG-INIT-LMPSM-ALLOC.
           ADD  WS-CUR-CNVR-FND-AMT    TO WS-CVG-CNVR-FND-ALLOC.

           PERFORM  RUFN-1000-READ
               THRU RUFN-1000-READ-X.

      * THE LAST FUND OF THE COVERAGE TAKES THE ROUNDING.

           IF   WRUFN-SEQ-IO-EOF
           OR   RUFND-KEY (1:41)       NOT = RUCVG-KEY
                COMPUTE WS-CUR-INIT-PREM-AMT  = WS-CUR-INIT-PREM-AMT
                                              + RUCVG-SA-INIT-PREM-AMT
                                              - WS-CVG-INIT-PREM-ALLOC
                COMPUTE WS-CUR-INIT-LMPSM-AMT = WS-CUR-INIT-LMPSM-AMT
                                              + RUCVG-SA-INIT-LMPSM-AMT
                                              - WS-CVG-INIT-LMPSM-ALLOC
                COMPUTE WS-CUR-CNVR-FND-AMT   = WS-CUR-CNVR-FND-AMT
                                              + RUCVG-SA-CNVR-FND-AMT
                                              - WS-CVG-CNVR-FND-ALLOC
           END-IF.

           PERFORM  2240-ADD-FUND-ORDER
               THRU 2240-ADD-FUND-ORDER-X.

       2220-SPLIT-ONE-FUND-X.
           EXIT.
      /
      *-----------------
       2230-ROUND-SHARE.
      *-----------------

      * A CURRENCY WITH NO MINOR UNIT IS ORDERED IN WHOLE UNITS.

           IF   WS-CRCY-DEC-PLACE-CNT (WS-CRCY-USE-SUB) = ZERO
                COMPUTE WS-ALLOC-WHOLE-AMT ROUNDED
                                       = WS-ALLOC-BASE-AMT
                                       * WS-ALLOC-PCT / 100
                MOVE WS-ALLOC-WHOLE-AMT
                                       TO WS-ALLOC-AMT
           ELSE
                COMPUTE WS-ALLOC-AMT ROUNDED
                                       = WS-ALLOC-BASE-AMT
                                       * WS-ALLOC-PCT / 100
           END-IF.

       2230-ROUND-SHARE-X.
           EXIT.
      /
      *--------------------
       2240-ADD-FUND-ORDER.
      *--------------------

           MOVE ZERO                   TO WS-FND-USE-SUB.

           PERFORM  2250-MATCH-FUND
               THRU 2250-MATCH-FUND-X
               VARYING WS-FND-SUB FROM 1 BY 1
               UNTIL WS-FND-SUB > WS-FND-CNT
               OR    WS-FND-USE-SUB > ZERO.

           IF   WS-FND-USE-SUB         = ZERO
                IF   WS-FND-CNT        NOT < WS-FND-MAX
                     IF   WS-POL-NO-ERROR
                          MOVE 'MORE FUNDS THAN THE ORDER TABLE HOLDS'
                                       TO WS-POL-ERR-DESC
                     END-IF
                     GO TO 2240-ADD-FUND-ORDER-X
                END-IF
                ADD  1                 TO WS-FND-CNT
                MOVE WS-FND-CNT        TO WS-FND-USE-SUB
                MOVE WS-CUR-FND-ID     TO WS-FND-ID (WS-FND-USE-SUB)
                MOVE ZERO              TO WS-FND-INIT-PREM-AMT
                                              (WS-FND-USE-SUB)
                                          WS-FND-INIT-LMPSM-AMT
                                              (WS-FND-USE-SUB)
                                          WS-FND-CNVR-FND-AMT
                                              (WS-FND-USE-SUB)
           END-IF.

           ADD  WS-CUR-INIT-PREM-AMT   TO WS-FND-INIT-PREM-AMT
                                              (WS-FND-USE-SUB).
           ADD  WS-CUR-INIT-LMPSM-AMT  TO WS-FND-INIT-LMPSM-AMT
                                              (WS-FND-USE-SUB).
           ADD  WS-CUR-CNVR-FND-AMT    TO WS-FND-CNVR-FND-AMT
                                              (WS-FND-USE-SUB).

       2240-ADD-FUND-ORDER-X.
           EXIT.
      /
      *----------------
       2250-MATCH-FUND.
      *----------------

           IF   WS-FND-ID (WS-FND-SUB) = WS-CUR-FND-ID
                MOVE WS-FND-SUB        TO WS-FND-USE-SUB
           END-IF.

       2250-MATCH-FUND-X.
           EXIT.
      /
      *-------------------
       3000-FINISH-POLICY.
      *-------------------

           ADD  1                      TO WS-POL-VAR-CNT.

           PERFORM  3200-SET-TRADE-DATE
               THRU 3200-SET-TRADE-DATE-X.

           PERFORM  3250-CHECK-ORDER-SIGN
               THRU 3250-CHECK-ORDER-SIGN-X
               VARYING WS-FND-SUB FROM 1 BY 1
               UNTIL WS-FND-SUB > WS-FND-CNT.

      * THE PROOF - PREMIUM ORDERS PLUS THE GENERAL ACCOUNT SHARE
      * MUST EQUAL THE PREMIUM APPLIED.  CONVERTED FUND AMOUNTS ARE
      * MONEY MOVED FROM THE ORIGINAL POLICY, NOT PREMIUM, AND ARE
      * ORDERED OUTSIDE THE PROOF.

           COMPUTE WS-POL-GA-AMT       = RUPOL-GA-INIT-PREM-AMT
                                       + RUPOL-GA-INIT-LMPSM-AMT.
           COMPUTE WS-POL-PREM-APLD-AMT
                                       = RUPOL-PYMT-AMT
                                       + RUPOL-LUMP-SUM-AMT.
           COMPUTE WS-POL-ORD-GA-AMT   = WS-POL-SA-PREM-AMT
                                       + WS-POL-GA-AMT.

           IF   WS-POL-ORD-GA-AMT      NOT = WS-POL-PREM-APLD-AMT
           AND  WS-POL-NO-ERROR
                MOVE 'ORDERS + GA SHARE NOT = PREMIUM APPLIED'
                                       TO WS-POL-ERR-DESC
           END-IF.

           IF   NOT WS-POL-NO-ERROR
                ADD  1                 TO WS-POL-NOT-SENT-CNT
                ADD  1                 TO WS-CRCY-NOT-SENT-CNT
                                              (WS-CRCY-USE-SUB)
                ADD  WS-POL-PREM-APLD-AMT
                                       TO WS-CRCY-NOT-SENT-AMT
                                              (WS-CRCY-USE-SUB)
                PERFORM  3400-PRINT-EXCEPTION
                    THRU 3400-PRINT-EXCEPTION-X
                GO TO 3000-FINISH-POLICY-X
           END-IF.

           ADD  1                      TO WS-POL-SENT-CNT.
           ADD  1                      TO WS-CRCY-SENT-CNT
                                              (WS-CRCY-USE-SUB).
           ADD  WS-POL-PREM-APLD-AMT   TO WS-CRCY-PREM-APLD-AMT
                                              (WS-CRCY-USE-SUB).
           ADD  WS-POL-GA-AMT          TO WS-CRCY-GA-AMT
                                              (WS-CRCY-USE-SUB).
           ADD  WS-POL-SA-PREM-AMT     TO WS-CRCY-SA-PREM-AMT
                                              (WS-CRCY-USE-SUB).
           ADD  WS-POL-CNVR-FND-AMT    TO WS-CRCY-CNVR-FND-AMT
                                              (WS-CRCY-USE-SUB).

           PERFORM  3300-WRITE-ONE-ORDER
               THRU 3300-WRITE-ONE-ORDER-X
               VARYING WS-FND-SUB FROM 1 BY 1
               UNTIL WS-FND-SUB > WS-FND-CNT.

       3000-FINISH-POLICY-X.
           EXIT.
      /
      *-------------------
       3100-FIND-CURRENCY.
      *-------------------

           MOVE RUPOL-PMT-CRCY-CD      TO WS-CRCY-CD.
           IF   WS-CRCY-CD             = SPACES
                MOVE 'JP'              TO WS-CRCY-CD
           END-IF.

           MOVE ZERO                   TO WS-CRCY-USE-SUB.

           PERFORM  3110-MATCH-CURRENCY
               THRU 3110-MATCH-CURRENCY-X
               VARYING WS-CRCY-SUB FROM 1 BY 1
               UNTIL WS-CRCY-SUB > WS-CRCY-CNT
               OR    WS-CRCY-USE-SUB > ZERO.

           IF   WS-CRCY-USE-SUB        > ZERO
                GO TO 3100-FIND-CURRENCY-X
           END-IF.

      * NOT ON THE MASTER - ADDED FOR THE PROOF.  A FULL TABLE PUTS
      * THE POLICY IN THE LAST CURRENCY SLOT; IT IS NOT SENT.

           IF   WS-CRCY-CNT            NOT < WS-CRCY-MAX
                MOVE WS-CRCY-CNT       TO WS-CRCY-USE-SUB
                IF   WS-POL-NO-ERROR
                     MOVE 'PAYMENT CURRENCY NOT KNOWN TO THE RUN'
                                       TO WS-POL-ERR-DESC
                END-IF
                GO TO 3100-FIND-CURRENCY-X
           END-IF.

           PERFORM  0320-ADD-CURRENCY
               THRU 0320-ADD-CURRENCY-X.
           MOVE WS-CRCY-CNT            TO WS-CRCY-USE-SUB.

      *MSG: CURRENCY @1 (POLICY @2) NOT ON CURRENCY MASTER - @3 DECIMALS
           MOVE 'AS95390002'           TO WGLOB-MSG-REF-INFO.
           MOVE WS-CRCY-CD             TO WGLOB-MSG-PARM (1).
           MOVE RUPOL-POL-ID           TO WGLOB-MSG-PARM (2).
           MOVE WS-CRCY-DEC-PLACE-CNT (WS-CRCY-USE-SUB)
                                       TO WGLOB-MSG-PARM (3).
           PERFORM  0260-1000-GENERATE-MESSAGE
               THRU 0260-1000-GENERATE-MESSAGE-X.
           MOVE 4                      TO WS-MAX-RC.

       3100-FIND-CURRENCY-X.
           EXIT.
      /
      *--------------------
       3110-MATCH-CURRENCY.
      *--------------------

           IF   WS-CRCY-TBL-CD (WS-CRCY-SUB) = WS-CRCY-CD
                MOVE WS-CRCY-SUB       TO WS-CRCY-USE-SUB
           END-IF.

       3110-MATCH-CURRENCY-X.
           EXIT.
      /
      *--------------------
       3200-SET-TRADE-DATE.
      *--------------------

      * THE ORDERS TRADE ON THE FIRST BUSINESS DAY AFTER THE POLICY
      * WAS CONVERTED.

           MOVE SPACES                 TO WS-TRD-DT.

           IF   RUPOL-POL-CNV-DT (1:4) NOT NUMERIC
           OR   RUPOL-POL-CNV-DT (6:2) NOT NUMERIC
           OR   RUPOL-POL-CNV-DT (9:2) NOT NUMERIC
                GO TO 3200-SET-TRADE-DATE-E
           END-IF.

           MOVE RUPOL-POL-CNV-DT (1:4) TO WS-WORK-DT-CC.
           MOVE RUPOL-POL-CNV-DT (6:2) TO WS-WORK-DT-MM.
           MOVE RUPOL-POL-CNV-DT (9:2) TO WS-WORK-DT-DD.

           COMPUTE WS-WORK-DT-INT =
               FUNCTION INTEGER-OF-DATE (WS-WORK-DT-CCYYMMDD) + 1.
           COMPUTE WS-WORK-DT-CCYYMMDD =
               FUNCTION DATE-OF-INTEGER (WS-WORK-DT-INT).

           MOVE WS-WORK-DT-CC          TO WS-WORK-ISO-CC.
           MOVE WS-WORK-DT-MM          TO WS-WORK-ISO-MM.
           MOVE WS-WORK-DT-DD          TO WS-WORK-ISO-DD.

           MOVE WS-WORK-DT-ISO         TO LBDCL-IN-DT.

           CALL 'ASRUBDCL' USING WGLOB-GLOBAL-AREA
                                 LBDCL-PARM-AREA.

           IF   LBDCL-OK
                MOVE LBDCL-OUT-DT      TO WS-TRD-DT
                GO TO 3200-SET-TRADE-DATE-X
           END-IF.

       3200-SET-TRADE-DATE-E.

           IF   WS-POL-NO-ERROR
                MOVE 'TRADE DATE NOT SET FROM THE CALENDAR'
                                       TO WS-POL-ERR-DESC
           END-IF.

       3200-SET-TRADE-DATE-X.
           EXIT.
      /
      *----------------------
       3250-CHECK-ORDER-SIGN.
      *----------------------

           IF   (WS-FND-INIT-PREM-AMT (WS-FND-SUB)  < ZERO
           OR    WS-FND-INIT-LMPSM-AMT (WS-FND-SUB) < ZERO
           OR    WS-FND-CNVR-FND-AMT (WS-FND-SUB)   < ZERO)
           AND  WS-POL-NO-ERROR
                MOVE 'FUND ORDER AMOUNT BELOW ZERO'
                                       TO WS-POL-ERR-DESC
           END-IF.

       3250-CHECK-ORDER-SIGN-X.
           EXIT.
      /
      *---------------------
       3300-WRITE-ONE-ORDER.
      *---------------------

           COMPUTE WS-ORD-TOT-AMT
                       = WS-FND-INIT-PREM-AMT (WS-FND-SUB)
                       + WS-FND-INIT-LMPSM-AMT (WS-FND-SUB)
                       + WS-FND-CNVR-FND-AMT (WS-FND-SUB).

      * A FUND CHOSEN ONLY FOR MONEY THE POLICY DOES NOT HAVE (E.G.
      * A LUMP SUM SPLIT WITH NO LUMP SUM) IS NOT ORDERED.

           IF   WS-ORD-TOT-AMT         = ZERO
                GO TO 3300-WRITE-ONE-ORDER-X
           END-IF.

           MOVE SPACES                 TO RSAPO-SEQ-REC-INFO.
           SET  RSAPO-REC-TYP-DETAIL   TO TRUE.
           MOVE RUPOL-POL-ID           TO RSAPO-POL-ID.
           MOVE WS-FND-ID (WS-FND-SUB) TO RSAPO-FND-ID.
           MOVE WS-CRCY-TBL-CD (WS-CRCY-USE-SUB)
                                       TO RSAPO-CRCY-CD.
           MOVE WS-CRCY-DEC-PLACE-CNT (WS-CRCY-USE-SUB)
                                       TO RSAPO-DEC-PLACE-CNT.
           MOVE WS-TRD-DT              TO RSAPO-TRD-DT.
           MOVE RUPOL-POL-CNV-DT       TO RSAPO-POL-CNV-DT.
           MOVE RUPOL-APP-ID           TO RSAPO-APP-ID.
           MOVE WS-FND-INIT-PREM-AMT (WS-FND-SUB)
                                       TO RSAPO-INIT-PREM-AMT.
           MOVE WS-FND-INIT-LMPSM-AMT (WS-FND-SUB)
                                       TO RSAPO-INIT-LMPSM-AMT.
           MOVE WS-FND-CNVR-FND-AMT (WS-FND-SUB)
                                       TO RSAPO-CNVR-FND-AMT.
           MOVE WS-ORD-TOT-AMT         TO RSAPO-TOT-ORD-AMT.

           PERFORM  SAPO-2000-WRITE
               THRU SAPO-2000-WRITE-X.

           ADD  1                      TO WS-SAPO-DTL-CNT.
           ADD  WS-ORD-TOT-AMT         TO WS-SAPO-HASH-AMT.

       3300-WRITE-ONE-ORDER-X.
           EXIT.
      /
      *---------------------
       3400-PRINT-EXCEPTION.
      *---------------------

           IF   WS-LINE-CNT            > WS-MAX-LINES
                PERFORM  6000-PRINT-HEADINGS
                    THRU 6000-PRINT-HEADINGS-X
           END-IF.

           MOVE WS-POL-PREM-APLD-AMT   TO WS-PIC-AMT-1.
           MOVE WS-POL-ORD-GA-AMT      TO WS-PIC-AMT-2.

           MOVE SPACES                 TO WS-RPT-LINE.
           STRING RUPOL-POL-ID ' '
                  RUPOL-APP-ID ' '
                  WS-CRCY-TBL-CD (WS-CRCY-USE-SUB) '   '
                  WS-POL-ERR-DESC ' '
                  WS-PIC-AMT-1 ' '
                  WS-PIC-AMT-2
                  DELIMITED BY SIZE
                  INTO WS-RPT-LINE.
           PERFORM  6900-PRINT-LINE
               THRU 6900-PRINT-LINE-X.

       3400-PRINT-EXCEPTION-X.
           EXIT.
      /
      *-------------------
       4500-WRITE-TRAILER.
      *-------------------

           MOVE SPACES                 TO RSAPO-SEQ-REC-INFO.
           SET  RSAPO-REC-TYP-TRAILER  TO TRUE.
           MOVE WS-FROM-DT             TO RSAPO-TRL-FROM-DT.
           MOVE WS-TO-DT               TO RSAPO-TRL-TO-DT.
           MOVE WS-SAPO-DTL-CNT        TO RSAPO-TRL-DTL-CNT.
           MOVE WS-SAPO-HASH-AMT       TO RSAPO-TRL-HASH-AMT.

           PERFORM  SAPO-2000-WRITE
               THRU SAPO-2000-WRITE-X.

       4500-WRITE-TRAILER-X.
           EXIT.
      /
      *-----------------
       5000-PRINT-PROOF.
      *-----------------

      * THE PROOF BY CURRENCY - FOR THE POLICIES SENT, THE PREMIUM
      * APPLIED LESS THE GENERAL ACCOUNT SHARE LESS THE PREMIUM
      * ORDERS IS ZERO.  THE POLICIES KEPT BACK ARE SHOWN BELOW IT.

           IF   WS-LINE-CNT            > WS-MAX-LINES - 10
                PERFORM  6000-PRINT-HEADINGS
                    THRU 6000-PRINT-HEADINGS-X
           END-IF.

           MOVE SPACES                 TO WS-RPT-LINE.
           PERFORM  6900-PRINT-LINE
               THRU 6900-PRINT-LINE-X.

           MOVE 'PROOF BY PAYMENT CURRENCY'
                                       TO WS-RPT-LINE.
           PERFORM  6900-PRINT-LINE
               THRU 6900-PRINT-LINE-X.

           PERFORM  5100-PRINT-ONE-CURRENCY
               THRU 5100-PRINT-ONE-CURRENCY-X
               VARYING WS-CRCY-SUB FROM 1 BY 1
               UNTIL WS-CRCY-SUB > WS-CRCY-CNT.

           MOVE SPACES                 TO WS-RPT-LINE.
           PERFORM  6900-PRINT-LINE
               THRU 6900-PRINT-LINE-X.

           MOVE WS-POL-ISSUED-CNT      TO WS-PIC-COUNTER.
           STRING 'POLICIES ISSUED IN THE WINDOW       ' WS-PIC-COUNTER
                  DELIMITED BY SIZE
                  INTO WS-RPT-LINE.
           PERFORM  6900-PRINT-LINE
               THRU 6900-PRINT-LINE-X.

           MOVE WS-POL-SENT-CNT        TO WS-PIC-COUNTER.
           MOVE SPACES                 TO WS-RPT-LINE.
           STRING 'VARIABLE POLICIES ORDERED           ' WS-PIC-COUNTER
                  DELIMITED BY SIZE
                  INTO WS-RPT-LINE.
           PERFORM  6900-PRINT-LINE
               THRU 6900-PRINT-LINE-X.

           MOVE WS-POL-NOT-SENT-CNT    TO WS-PIC-COUNTER.
           MOVE SPACES                 TO WS-RPT-LINE.
           STRING 'VARIABLE POLICIES NOT SENT          ' WS-PIC-COUNTER
                  DELIMITED BY SIZE
                  INTO WS-RPT-LINE.
           PERFORM  6900-PRINT-LINE
               THRU 6900-PRINT-LINE-X.

           MOVE WS-SAPO-DTL-CNT        TO WS-PIC-COUNTER.
           MOVE SPACES                 TO WS-RPT-LINE.
           STRING 'FUND PURCHASE ORDERS WRITTEN        ' WS-PIC-COUNTER
                  DELIMITED BY SIZE
                  INTO WS-RPT-LINE.
           PERFORM  6900-PRINT-LINE
               THRU 6900-PRINT-LINE-X.

       5000-PRINT-PROOF-X.
           EXIT.
      /
      *------------------------
       5100-PRINT-ONE-CURRENCY.
      *------------------------

           IF   WS-CRCY-SENT-CNT (WS-CRCY-SUB)     = ZERO
           AND  WS-CRCY-NOT-SENT-CNT (WS-CRCY-SUB) = ZERO
                GO TO 5100-PRINT-ONE-CURRENCY-X
           END-IF.

           IF   WS-LINE-CNT            > WS-MAX-LINES - 8
                PERFORM  6000-PRINT-HEADINGS
                    THRU 6000-PRINT-HEADINGS-X
           END-IF.

           COMPUTE WS-CRCY-DIFF-AMT
                       = WS-CRCY-PREM-APLD-AMT (WS-CRCY-SUB)
                       - WS-CRCY-GA-AMT (WS-CRCY-SUB)
                       - WS-CRCY-SA-PREM-AMT (WS-CRCY-SUB).

           MOVE SPACES                 TO WS-RPT-LINE.
           PERFORM  6900-PRINT-LINE
               THRU 6900-PRINT-LINE-X.

           MOVE WS-CRCY-SENT-CNT (WS-CRCY-SUB)
                                       TO WS-PIC-COUNTER.
           MOVE WS-CRCY-PREM-APLD-AMT (WS-CRCY-SUB)
                                       TO WS-PIC-AMT-1.
           STRING 'CURRENCY ' WS-CRCY-TBL-CD (WS-CRCY-SUB)
                  '  POLICIES SENT   ' WS-PIC-COUNTER
                  '     PREMIUM APPLIED          ' WS-PIC-AMT-1
                  DELIMITED BY SIZE
                  INTO WS-RPT-LINE.
           PERFORM  6900-PRINT-LINE
               THRU 6900-PRINT-LINE-X.

           MOVE WS-CRCY-GA-AMT (WS-CRCY-SUB)
                                       TO WS-PIC-AMT-1.
           MOVE SPACES                 TO WS-RPT-LINE.
           STRING '                                      '
                  '     LESS GENERAL ACCOUNT SHARE   ' WS-PIC-AMT-1
                  DELIMITED BY SIZE
                  INTO WS-RPT-LINE.
           PERFORM  6900-PRINT-LINE
               THRU 6900-PRINT-LINE-X.

           MOVE WS-CRCY-SA-PREM-AMT (WS-CRCY-SUB)
                                       TO WS-PIC-AMT-1.
           MOVE SPACES                 TO WS-RPT-LINE.
           STRING '                                      '
                  '     LESS PREMIUM FUND ORDERS     ' WS-PIC-AMT-1
                  DELIMITED BY SIZE
                  INTO WS-RPT-LINE.
           PERFORM  6900-PRINT-LINE
               THRU 6900-PRINT-LINE-X.

           MOVE WS-CRCY-DIFF-AMT       TO WS-PIC-AMT-1.
           MOVE SPACES                 TO WS-RPT-LINE.
           STRING '                                      '
                  '     DIFFERENCE                   ' WS-PIC-AMT-1
                  DELIMITED BY SIZE
                  INTO WS-RPT-LINE.
           PERFORM  6900-PRINT-LINE
               THRU 6900-PRINT-LINE-X.

           MOVE WS-CRCY-CNVR-FND-AMT (WS-CRCY-SUB)
                                       TO WS-PIC-AMT-1.
           MOVE SPACES                 TO WS-RPT-LINE.
           STRING '                                      '
                  '     CONVERTED FUND ORDERS        ' WS-PIC-AMT-1
                  DELIMITED BY SIZE
                  INTO WS-RPT-LINE.
           PERFORM  6900-PRINT-LINE
               THRU 6900-PRINT-LINE-X.

           MOVE WS-CRCY-NOT-SENT-CNT (WS-CRCY-SUB)
                                       TO WS-PIC-COUNTER.
           MOVE WS-CRCY-NOT-SENT-AMT (WS-CRCY-SUB)
                                       TO WS-PIC-AMT-1.
           MOVE SPACES                 TO WS-RPT-LINE.
           STRING '            POLICIES NOT SENT ' WS-PIC-COUNTER
                  '     PREMIUM APPLIED          ' WS-PIC-AMT-1
                  DELIMITED BY SIZE
                  INTO WS-RPT-LINE.
           PERFORM  6900-PRINT-LINE
               THRU 6900-PRINT-LINE-X.

       5100-PRINT-ONE-CURRENCY-X.
           EXIT.
      /
      *------------------------
       5900-PRINT-GRAND-TOTALS.
      *------------------------

      *MSG: ISSUED @1 TO @2 - VARIABLE @3, ORDERED @4, NOT SENT @5
           MOVE 'AS95390003'           TO WGLOB-MSG-REF-INFO.
           MOVE WS-FROM-DT             TO WGLOB-MSG-PARM (1).
           MOVE WS-TO-DT               TO WGLOB-MSG-PARM (2).
           MOVE WS-POL-VAR-CNT         TO WS-PIC-COUNTER.
           MOVE WS-PIC-COUNTER         TO WGLOB-MSG-PARM (3).
           MOVE WS-POL-SENT-CNT        TO WS-PIC-COUNTER.
           MOVE WS-PIC-COUNTER         TO WGLOB-MSG-PARM (4).
           MOVE WS-POL-NOT-SENT-CNT    TO WS-PIC-COUNTER.
           MOVE WS-PIC-COUNTER         TO WGLOB-MSG-PARM (5).
           PERFORM  0260-1000-GENERATE-MESSAGE
               THRU 0260-1000-GENERATE-MESSAGE-X.

      *MSG: RUPOL READ @1, RUCVG READ @2, RUFND USED @3, ORDERS @4
           MOVE 'AS95390004'           TO WGLOB-MSG-REF-INFO.
           MOVE WS-RUPOL-REC-READ      TO WS-PIC-COUNTER.
           MOVE WS-PIC-COUNTER         TO WGLOB-MSG-PARM (1).
           MOVE WS-UCVG-REC-READ       TO WS-PIC-COUNTER.
           MOVE WS-PIC-COUNTER         TO WGLOB-MSG-PARM (2).
           MOVE WS-UFND-REC-USED       TO WS-PIC-COUNTER.
           MOVE WS-PIC-COUNTER         TO WGLOB-MSG-PARM (3).
           MOVE WS-SAPO-DTL-CNT        TO WS-PIC-COUNTER.
           MOVE WS-PIC-COUNTER         TO WGLOB-MSG-PARM (4).
           PERFORM  0260-1000-GENERATE-MESSAGE
               THRU 0260-1000-GENERATE-MESSAGE-X.

       5900-PRINT-GRAND-TOTALS-X.
           EXIT.
      /
      *--------------------
       6000-PRINT-HEADINGS.
      *--------------------

           ADD  1                      TO WS-PAGE-CNT.
           MOVE WS-PAGE-CNT            TO WS-PIC-PAGE.

           MOVE SPACES                 TO WS-RPT-LINE.
           STRING 'SEPARATE ACCOUNT PURCHASE ORDER PROOF - COMPANY '
                  WGLOB-COMPANY-CODE
                  '   ISSUED ' WS-FROM-DT ' TO ' WS-TO-DT
                  '   RUN ' WS-RUN-DT-CCYYMMDD
                  '   PAGE ' WS-PIC-PAGE
                  DELIMITED BY SIZE
                  INTO WS-RPT-LINE.
           MOVE SPACES                 TO RSAPP-SEQ-REC-INFO.
           SET  RSAPP-NEW-PAGE         TO TRUE.
           MOVE WS-RPT-LINE            TO RSAPP-LINE-TXT.
           PERFORM  SAPP-2000-WRITE
               THRU SAPP-2000-WRITE-X.

           MOVE SPACES                 TO WS-RPT-LINE.
           PERFORM  6900-PRINT-LINE
               THRU 6900-PRINT-LINE-X.

           MOVE SPACES                 TO WS-RPT-LINE.
           STRING 'POLICY     APPLICATION     CRCY NOT SENT - REASON'
                  '                           PREMIUM APPLIED'
                  '           ORDERS + GA'
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

           MOVE SPACES                 TO RSAPP-SEQ-REC-INFO.
           MOVE WS-RPT-LINE            TO RSAPP-LINE-TXT.

           PERFORM  SAPP-2000-WRITE
               THRU SAPP-2000-WRITE-X.

           ADD  1                      TO WS-LINE-CNT.

       6900-PRINT-LINE-X.
           EXIT.
      /
      *-----------------
       9999-CLOSE-FILES.
      *-----------------

           PERFORM  RUPL-4000-CLOSE
               THRU RUPL-4000-CLOSE-X.

           PERFORM  UCVG-4000-CLOSE
               THRU UCVG-4000-CLOSE-X.

           PERFORM  RUFN-4000-CLOSE
               THRU RUFN-4000-CLOSE-X.

           PERFORM  SAPO-5000-CLOSE
               THRU SAPO-5000-CLOSE-X.

           PERFORM  SAPP-5000-CLOSE
               THRU SAPP-5000-CLOSE-X.

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
       COPY ACPAUCVG.
       COPY ACPNUCVG.
       COPY ACPOUCVG.
       COPY ACPLUCVG.
      /
       COPY ACPARUFN.
       COPY ACPNRUFN.
       COPY ACPORUFN.
       COPY ACPLRUFN.
      /
       COPY ACPICRCY.
      /
       COPY ACPISAPO.
      /
       COPY ACPISAPP.
      /
      *****************************************************************
      * ERROR HANDLING ROUTINES                                       *
      *****************************************************************

       COPY XCPL0030.

       COPY XCPL0260.

      *****************************************************************
      **                 END OF PROGRAM ASBM9539                     **
      *****************************************************************
