      *************************
       IDENTIFICATION DIVISION.
      *************************

       PROGRAM-ID. ASOM2190.

       COPY XCWWCRHT.

      *****************************************************************
      **  MEMBER :  ASOM2190                                         **
      **  REMARKS:  PROCESS DRIVER FOR THE SIR REQUIREMENT WAIVER    **
      **            TRANSACTION.  LISTS THE REQUIREMENTS WRITTEN AT  **
      **            CONVERSION FOR AN APPLICATION (SIRA AUDIT) WITH  **
      **            THEIR STATUS - OUTSTANDING, RECEIVED (SIRU       **
      **            STATUS EXTRACT) OR WAIVED (TWAIV) - AND LETS AN  **
      **            UNDERWRITER WAIVE AN OUTSTANDING ONE WITH A      **
      **            REASON CODE.  THE USER'S AUTHORITY IS TAKEN FROM **
      **            TWVAL BY REQUIREMENT CODE (ELSE THE '*' ROW) AND **
      **            CHECKED AGAINST THE APPLICATION FACE AMOUNT      **
      **            (SUM OF THE UCVG COVERAGE AMOUNTS).  EACH WAIVER **
      **            IS LOGGED ON TWAIV WITH USER, DATE AND TIME;     **
      **            ASBM9430 CLOSES IT FOR RELEASE ON ITS NEXT RUN.  **
      **            A USER WITH AN UNLIMITED '*' ROW MAY MAINTAIN    **
      **            OTHER USERS' LIMITS (FUNCTION 2192).             **
      **                                                             **
      **  DOMAIN :  SY                                               **
      **  CLASS  :  PD                                               **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
418639**  15OCT26  DEV    NEW PROGRAM                                **
      *****************************************************************

      **********************
       ENVIRONMENT DIVISION.
      **********************

      ***************
       DATA DIVISION.
      ***************

       WORKING-STORAGE SECTION.

       COPY XCWWPGWS REPLACING '$VAR1' BY 'ASOM2190'.

       COPY SQLCA.
       COPY XCWLPTR.

       01  WS-PGM-WORK-AREA.
           05  WS-EDIT-CHECKS.
               10  WS-BUS-FCN-ID              PIC X(04).
                   88  WS-BUS-FCN-VALID       VALUE '2190' '2191'
                                                    '2192'.
                   88  WS-BUS-FCN-INQUIRE     VALUE '2190'.
                   88  WS-BUS-FCN-WAIVE       VALUE '2191'.
                   88  WS-BUS-FCN-SET-LIMIT   VALUE '2192'.

           05  WS-LINE                        PIC S9(04) COMP.
           05  WS-MAX-ARRAY-LINES             PIC S9(04) COMP VALUE +10.
           05  WS-REQ-CNT                     PIC S9(04) COMP.
           05  WS-REQ-IDX                     PIC S9(04) COMP.
           05  WS-SRCH-REQIR-CODE             PIC X(05).
           05  WS-APP-FACE-AMT                PIC S9(13)V9(02) COMP-3.
           05  WS-FACE-AMT-ED                 PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.
           05  WS-LIMIT-AMT-ED                PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.

           05  WS-REQIR-WRITTEN-SW            PIC X(01).
               88  WS-REQIR-WRITTEN           VALUE 'Y'.
           05  WS-REQIR-RECVD-SW              PIC X(01).
               88  WS-REQIR-RECVD             VALUE 'Y'.
           05  WS-AUTH-SW                     PIC X(01).
               88  WS-AUTH-OK                 VALUE 'Y'.
           05  WS-EDIT-SW                     PIC X(01).
               88  WS-EDIT-OK                 VALUE 'Y'.
               88  WS-EDIT-FAILED             VALUE 'N'.

      *    REQUIREMENTS WRITTEN FOR THE APPLICATION, ONE ENTRY PER
      *    DISTINCT REQUIREMENT CODE, AS SHOWN ON THE SCREEN.
           05  WS-REQ-TABLE.
               10  WS-REQ-ENTRY               OCCURS 10 TIMES.
                   15  WS-REQ-CODE            PIC X(05).
                   15  WS-REQ-STAT-CD         PIC X(01).
                       88  WS-REQ-OUTSTANDING VALUE 'O'.
                       88  WS-REQ-RECEIVED    VALUE 'R'.
                       88  WS-REQ-WAIVED      VALUE 'W'.

      *
      *****************************************************************
      *  COMMON COPYBOOKS                                             *
      *****************************************************************
       COPY XCWEBLCH.
      *
       COPY XCWTFCMD.
       COPY ACSWSIRA.
       COPY ACSRSIRA.
       COPY ACSWSIRU.
       COPY ACSRSIRU.
      *
      *****************************************************************
      *  I/O COPYBOOKS                                                *
      *****************************************************************
       COPY ACFWWAIV.
      *
       COPY ACFRWAIV.
      *
       COPY ACFWWVAL.
      *
       COPY ACFRWVAL.
      *
       COPY ACFWUCVG.
      *
       COPY ACFRUCVG.
      *
      *****************
       LINKAGE SECTION.
      *****************

       01 WGLOB-GLOBAL-AREA.
       COPY XCWWGLOB.
       COPY ACWM2190.
      *
       PROCEDURE DIVISION USING WGLOB-GLOBAL-AREA
                                MIR-PARM-AREA.

      *--------------
       0000-MAINLINE.
      *--------------

           PERFORM  ABND-1000-HANDLE-ABEND
               THRU ABND-1000-HANDLE-ABEND-X.

           PERFORM  INIT-1000-INITIALIZE
               THRU INIT-1000-INITIALIZE-X.

           PERFORM  2000-PROCESS-REQUEST
               THRU 2000-PROCESS-REQUEST-X.

           PERFORM  EXIT-1000-FINALIZE
               THRU EXIT-1000-FINALIZE-X.

       0000-MAINLINE-X.
           GOBACK.
      *
      *---------------------
       2000-PROCESS-REQUEST.
      *---------------------

           MOVE MIR-BUS-FCN-ID        TO WS-BUS-FCN-ID.

           PERFORM  9300-SETUP-MSIN-REFERENCE
               THRU 9300-SETUP-MSIN-REFERENCE-X.

      *
      * PROCESS SCREEN FUNCTIONS
      *

           EVALUATE TRUE

               WHEN WS-BUS-FCN-INQUIRE
                    PERFORM  3000-INQUIRE
                        THRU 3000-INQUIRE-X

               WHEN WS-BUS-FCN-WAIVE
                    PERFORM  4000-WAIVE-REQUIREMENT
                        THRU 4000-WAIVE-REQUIREMENT-X

               WHEN WS-BUS-FCN-SET-LIMIT
                    PERFORM  5000-SET-WAIVER-LIMIT
                        THRU 5000-SET-WAIVER-LIMIT-X

           END-EVALUATE.

       2000-PROCESS-REQUEST-X.
           EXIT.
      *
      *-------------
       3000-INQUIRE.
      *-------------

           PERFORM  9100-BLANK-DATA-FIELDS
               THRU 9100-BLANK-DATA-FIELDS-X.

           IF  MIR-APP-ID = SPACES
      *MSG: APPLICATION ID REQUIRED
               MOVE 'AS21900001'      TO WGLOB-MSG-REF-INFO
               PERFORM  0260-1000-GENERATE-MESSAGE
                   THRU 0260-1000-GENERATE-MESSAGE-X
               GO TO 3000-INQUIRE-X
           END-IF.

           PERFORM  7000-LOAD-REQUIREMENTS
               THRU 7000-LOAD-REQUIREMENTS-X.

           IF  WS-REQ-CNT = ZERO
      *MSG: NO SIR REQUIREMENTS WRITTEN FOR APPLICATION @1
               MOVE MIR-APP-ID        TO WGLOB-MSG-PARM (1)
               MOVE 'AS21900002'      TO WGLOB-MSG-REF-INFO
               PERFORM  0260-1000-GENERATE-MESSAGE
                   THRU 0260-1000-GENERATE-MESSAGE-X
               GO TO 3000-INQUIRE-X
           END-IF.

           PERFORM  7300-SUM-FACE-AMOUNT
               THRU 7300-SUM-FACE-AMOUNT-X.

           MOVE WS-APP-FACE-AMT       TO MIR-APP-FACE-AMT.
           MOVE WS-REQ-CNT            TO MIR-REQIR-CNT.

           PERFORM  3100-DISPLAY-REQUIREMENT
               THRU 3100-DISPLAY-REQUIREMENT-X
               VARYING WS-LINE FROM +1 BY +1
               UNTIL WS-LINE > WS-REQ-CNT.

       3000-INQUIRE-X.
           EXIT.
      *
      *-------------------------
       3100-DISPLAY-REQUIREMENT.
      *-------------------------

           MOVE WS-REQ-CODE (WS-LINE)  TO MIR-REQIR-CODE-T (WS-LINE).
           MOVE WS-REQ-STAT-CD (WS-LINE)
                                       TO MIR-REQIR-STAT-CD-T (WS-LINE).

           IF  NOT WS-REQ-WAIVED (WS-LINE)
               GO TO 3100-DISPLAY-REQUIREMENT-X
           END-IF.

           MOVE WGLOB-COMPANY-CODE     TO WWAIV-CO-ID.
           MOVE MIR-APP-ID             TO WWAIV-APP-ID.
           MOVE WS-REQ-CODE (WS-LINE)  TO WWAIV-REQIR-CODE.

           PERFORM  WAIV-1000-READ
               THRU WAIV-1000-READ-X.

           IF  WWAIV-IO-OK
               MOVE RWAIV-RSN-CD       TO MIR-WAIV-RSN-CD-T (WS-LINE)
               MOVE RWAIV-WAIV-USER-ID TO MIR-WAIV-USER-ID-T (WS-LINE)
               MOVE RWAIV-WAIV-DT      TO MIR-WAIV-DT-T (WS-LINE)
           END-IF.

       3100-DISPLAY-REQUIREMENT-X.
           EXIT.
      *
      *-----------------------
       4000-WAIVE-REQUIREMENT.
      *-----------------------

           SET  WS-EDIT-OK            TO TRUE.

           PERFORM  4100-EDIT-WAIVER
               THRU 4100-EDIT-WAIVER-X.

           IF  WS-EDIT-FAILED
               GO TO 4000-WAIVE-REQUIREMENT-X
           END-IF.

           PERFORM  7300-SUM-FACE-AMOUNT
               THRU 7300-SUM-FACE-AMOUNT-X.

           MOVE WS-APP-FACE-AMT       TO MIR-APP-FACE-AMT.

           PERFORM  7400-CHECK-WAIVER-AUTHORITY
               THRU 7400-CHECK-WAIVER-AUTHORITY-X.

           IF  NOT WS-AUTH-OK
               GO TO 4000-WAIVE-REQUIREMENT-X
           END-IF.

           PERFORM  WAIV-1000-CREATE
               THRU WAIV-1000-CREATE-X.

           MOVE WGLOB-COMPANY-CODE    TO RWAIV-CO-ID.
           MOVE MIR-APP-ID            TO RWAIV-APP-ID.
           MOVE MIR-REQIR-CODE        TO RWAIV-REQIR-CODE.
           MOVE MIR-WAIV-RSN-CD       TO RWAIV-RSN-CD.
           MOVE WS-APP-FACE-AMT       TO RWAIV-FACE-AMT.
           MOVE WGLOB-USER-ID         TO RWAIV-WAIV-USER-ID.
           MOVE WGLOB-PROCESS-DATE-EXT
                                      TO RWAIV-WAIV-DT.
           MOVE WGLOB-SYSTEM-TIME     TO RWAIV-WAIV-TM.
           MOVE SPACES                TO RWAIV-FEED-DT.

           PERFORM  WAIV-1000-WRITE
               THRU WAIV-1000-WRITE-X.

           IF  NOT WWAIV-IO-OK
      *MSG: WAIVER LOG UPDATE FAILED - TRY AGAIN
               MOVE 'AS21900010'      TO WGLOB-MSG-REF-INFO
               PERFORM  0260-1000-GENERATE-MESSAGE
                   THRU 0260-1000-GENERATE-MESSAGE-X
               GO TO 4000-WAIVE-REQUIREMENT-X
           END-IF.

      *MSG: REQUIREMENT @1 WAIVED FOR APPLICATION @2
           MOVE MIR-REQIR-CODE        TO WGLOB-MSG-PARM (1).
           MOVE MIR-APP-ID            TO WGLOB-MSG-PARM (2).
           MOVE 'AS21900011'          TO WGLOB-MSG-REF-INFO.
           PERFORM  0260-1000-GENERATE-MESSAGE
               THRU 0260-1000-GENERATE-MESSAGE-X.

       4000-WAIVE-REQUIREMENT-X.
           EXIT.
      *
      *-----------------
       4100-EDIT-WAIVER.
      *-----------------

           SET  WS-EDIT-FAILED        TO TRUE.

           IF  MIR-APP-ID = SPACES
      *MSG: APPLICATION ID REQUIRED
               MOVE 'AS21900001'      TO WGLOB-MSG-REF-INFO
               PERFORM  0260-1000-GENERATE-MESSAGE
                   THRU 0260-1000-GENERATE-MESSAGE-X
               GO TO 4100-EDIT-WAIVER-X
           END-IF.

           IF  MIR-REQIR-CODE = SPACES
      *MSG: REQUIREMENT CODE REQUIRED
               MOVE 'AS21900003'      TO WGLOB-MSG-REF-INFO
               PERFORM  0260-1000-GENERATE-MESSAGE
                   THRU 0260-1000-GENERATE-MESSAGE-X
               GO TO 4100-EDIT-WAIVER-X
           END-IF.

           MOVE MIR-WAIV-RSN-CD       TO RWAIV-RSN-CD.

           IF  NOT RWAIV-RSN-VALID
      *MSG: WAIVER REASON MUST BE EV, RC, AR, UJ OR WD
               MOVE 'AS21900004'      TO WGLOB-MSG-REF-INFO
               PERFORM  0260-1000-GENERATE-MESSAGE
                   THRU 0260-1000-GENERATE-MESSAGE-X
               GO TO 4100-EDIT-WAIVER-X
           END-IF.

           PERFORM  7000-LOAD-REQUIREMENTS
               THRU 7000-LOAD-REQUIREMENTS-X.

           MOVE MIR-REQIR-CODE        TO WGLOB-MSG-PARM (1).

           IF  NOT WS-REQIR-WRITTEN
      *MSG: REQUIREMENT @1 WAS NOT WRITTEN FOR THIS APPLICATION
               MOVE 'AS21900005'      TO WGLOB-MSG-REF-INFO
               PERFORM  0260-1000-GENERATE-MESSAGE
                   THRU 0260-1000-GENERATE-MESSAGE-X
               GO TO 4100-EDIT-WAIVER-X
           END-IF.

           IF  WS-REQIR-RECVD
      *MSG: REQUIREMENT @1 ALREADY RECEIVED - NOTHING TO WAIVE
               MOVE 'AS21900006'      TO WGLOB-MSG-REF-INFO
               PERFORM  0260-1000-GENERATE-MESSAGE
                   THRU 0260-1000-GENERATE-MESSAGE-X
               GO TO 4100-EDIT-WAIVER-X
           END-IF.

           MOVE WGLOB-COMPANY-CODE    TO WWAIV-CO-ID.
           MOVE MIR-APP-ID            TO WWAIV-APP-ID.
           MOVE MIR-REQIR-CODE        TO WWAIV-REQIR-CODE.

           PERFORM  WAIV-1000-READ
               THRU WAIV-1000-READ-X.

           IF  WWAIV-IO-OK
      *MSG: REQUIREMENT @1 ALREADY WAIVED BY @2 ON @3
               MOVE RWAIV-WAIV-USER-ID
                                      TO WGLOB-MSG-PARM (2)
               MOVE RWAIV-WAIV-DT     TO WGLOB-MSG-PARM (3)
               MOVE 'AS21900007'      TO WGLOB-MSG-REF-INFO
               PERFORM  0260-1000-GENERATE-MESSAGE
                   THRU 0260-1000-GENERATE-MESSAGE-X
               GO TO 4100-EDIT-WAIVER-X
           END-IF.

           SET  WS-EDIT-OK            TO TRUE.

       4100-EDIT-WAIVER-X.
           EXIT.
      *
      *----------------------
       5000-SET-WAIVER-LIMIT.
      *----------------------
      *
      * ONLY A USER HOLDING AN UNLIMITED '*' ROW MAY GRANT, CHANGE
      * OR WITHDRAW (LIMIT ZERO) ANOTHER USER'S WAIVER AUTHORITY.
      *
           MOVE WGLOB-COMPANY-CODE    TO WWVAL-CO-ID.
           MOVE WGLOB-USER-ID         TO WWVAL-USER-ID.
           MOVE '*'                   TO WWVAL-REQIR-CODE.

           PERFORM  WVAL-1000-READ
               THRU WVAL-1000-READ-X.

           IF  NOT WWVAL-IO-OK
           OR  NOT RWVAL-UNLIMITED
      *MSG: NOT AUTHORIZED TO MAINTAIN WAIVER LIMITS
               MOVE 'AS21900012'      TO WGLOB-MSG-REF-INFO
               PERFORM  0260-1000-GENERATE-MESSAGE
                   THRU 0260-1000-GENERATE-MESSAGE-X
               GO TO 5000-SET-WAIVER-LIMIT-X
           END-IF.

           IF  MIR-WVAL-USER-ID = SPACES
           OR  MIR-WVAL-USER-ID = WGLOB-USER-ID
      *MSG: ENTER THE USER ID - YOUR OWN LIMIT CANNOT BE CHANGED
               MOVE 'AS21900013'      TO WGLOB-MSG-REF-INFO
               PERFORM  0260-1000-GENERATE-MESSAGE
                   THRU 0260-1000-GENERATE-MESSAGE-X
               GO TO 5000-SET-WAIVER-LIMIT-X
           END-IF.

           IF  MIR-WVAL-MAX-FACE-AMT NOT NUMERIC
      *MSG: WAIVER LIMIT MUST BE NUMERIC
               MOVE 'AS21900014'      TO WGLOB-MSG-REF-INFO
               PERFORM  0260-1000-GENERATE-MESSAGE
                   THRU 0260-1000-GENERATE-MESSAGE-X
               GO TO 5000-SET-WAIVER-LIMIT-X
           END-IF.

           IF  MIR-WVAL-REQIR-CODE = SPACES
               MOVE '*'               TO MIR-WVAL-REQIR-CODE
           END-IF.

           MOVE WGLOB-COMPANY-CODE    TO WWVAL-CO-ID.
           MOVE MIR-WVAL-USER-ID      TO WWVAL-USER-ID.
           MOVE MIR-WVAL-REQIR-CODE   TO WWVAL-REQIR-CODE.

           PERFORM  WVAL-1000-READ
               THRU WVAL-1000-READ-X.

           IF  WWVAL-IO-OK
               MOVE MIR-WVAL-MAX-FACE-AMT
                                      TO RWVAL-MAX-FACE-AMT
               MOVE WGLOB-USER-ID     TO RWVAL-UPDT-USER-ID
               MOVE WGLOB-PROCESS-DATE-EXT
                                      TO RWVAL-UPDT-DT
               PERFORM  WVAL-2000-REWRITE
                   THRU WVAL-2000-REWRITE-X
           ELSE
               PERFORM  WVAL-1000-CREATE
                   THRU WVAL-1000-CREATE-X
               MOVE MIR-WVAL-MAX-FACE-AMT
                                      TO RWVAL-MAX-FACE-AMT
               MOVE WGLOB-USER-ID     TO RWVAL-UPDT-USER-ID
               MOVE WGLOB-PROCESS-DATE-EXT
                                      TO RWVAL-UPDT-DT
               PERFORM  WVAL-1000-WRITE
                   THRU WVAL-1000-WRITE-X
           END-IF.

           IF  NOT WWVAL-IO-OK
      *MSG: WAIVER AUTHORITY UPDATE FAILED - TRY AGAIN
               MOVE 'AS21900015'      TO WGLOB-MSG-REF-INFO
               PERFORM  0260-1000-GENERATE-MESSAGE
                   THRU 0260-1000-GENERATE-MESSAGE-X
               GO TO 5000-SET-WAIVER-LIMIT-X
           END-IF.

           MOVE WWVAL-KEY             TO WGLOB-MSG-PARM (1).
           MOVE 'XS00000004'          TO WGLOB-MSG-REF-INFO.
           PERFORM  0260-1000-GENERATE-MESSAGE
               THRU 0260-1000-GENERATE-MESSAGE-X.

       5000-SET-WAIVER-LIMIT-X.
           EXIT.
      *
      *-----------------------
       7000-LOAD-REQUIREMENTS.
      *-----------------------
      *
      * REQUIREMENTS WRITTEN AT CONVERSION (SIRA AUDIT), THEN THOSE
      * RECEIVED (SIRU STATUS EXTRACT 'R' RECORDS), THEN THOSE
      * WAIVED (TWAIV).  ALSO NOTES WHETHER THE REQUIREMENT KEYED ON
      * THE SCREEN WAS WRITTEN AND WHETHER IT WAS RECEIVED.
      *
           MOVE ZERO                  TO WS-REQ-CNT.
           MOVE 'N'                   TO WS-REQIR-WRITTEN-SW.
           MOVE 'N'                   TO WS-REQIR-RECVD-SW.

           PERFORM  SIRA-3000-OPEN-INPUT
               THRU SIRA-3000-OPEN-INPUT-X.

           PERFORM  SIRA-1000-READ
               THRU SIRA-1000-READ-X.

           PERFORM  7010-ONE-SIRA-ROW
               THRU 7010-ONE-SIRA-ROW-X
               UNTIL WSIRA-SEQ-IO-EOF.

           PERFORM  SIRA-4000-CLOSE
               THRU SIRA-4000-CLOSE-X.

           IF  WS-REQ-CNT = ZERO
               GO TO 7000-LOAD-REQUIREMENTS-X
           END-IF.

           PERFORM  SIRU-3000-OPEN-INPUT
               THRU SIRU-3000-OPEN-INPUT-X.

           PERFORM  SIRU-1000-READ
               THRU SIRU-1000-READ-X.

           PERFORM  7020-ONE-SIRU-ROW
               THRU 7020-ONE-SIRU-ROW-X
               UNTIL WSIRU-SEQ-IO-EOF.

           PERFORM  SIRU-4000-CLOSE
               THRU SIRU-4000-CLOSE-X.

           PERFORM  7030-CHECK-WAIVED
               THRU 7030-CHECK-WAIVED-X
               VARYING WS-REQ-IDX FROM +1 BY +1
               UNTIL WS-REQ-IDX > WS-REQ-CNT.

       7000-LOAD-REQUIREMENTS-X.
           EXIT.
      *
      *------------------
       7010-ONE-SIRA-ROW.
      *------------------

           IF  RSIRA-APP-ID NOT = MIR-APP-ID
           OR  NOT RSIRA-REQT-WRITTEN
               GO TO 7010-READ-NEXT
           END-IF.

           IF  RSIRA-REQIR-CODE = MIR-REQIR-CODE
               MOVE 'Y'               TO WS-REQIR-WRITTEN-SW
           END-IF.

           MOVE RSIRA-REQIR-CODE      TO WS-SRCH-REQIR-CODE.

           PERFORM  7040-FIND-REQ-ENTRY
               THRU 7040-FIND-REQ-ENTRY-X.

           IF  WS-REQ-IDX > WS-REQ-CNT
           AND WS-REQ-CNT < WS-MAX-ARRAY-LINES
               ADD  1                 TO WS-REQ-CNT
               MOVE RSIRA-REQIR-CODE  TO WS-REQ-CODE (WS-REQ-CNT)
               SET  WS-REQ-OUTSTANDING (WS-REQ-CNT)
                                      TO TRUE
           END-IF.

       7010-READ-NEXT.

           PERFORM  SIRA-1000-READ
               THRU SIRA-1000-READ-X.

       7010-ONE-SIRA-ROW-X.
           EXIT.
      *
      *------------------
       7020-ONE-SIRU-ROW.
      *------------------

           IF  RSIRU-APP-ID NOT = MIR-APP-ID
           OR  NOT RSIRU-REC-TYP-RECEIVED
               GO TO 7020-READ-NEXT
           END-IF.

           IF  RSIRU-REQIR-CODE = MIR-REQIR-CODE
               MOVE 'Y'               TO WS-REQIR-RECVD-SW
           END-IF.

           MOVE RSIRU-REQIR-CODE      TO WS-SRCH-REQIR-CODE.

           PERFORM  7040-FIND-REQ-ENTRY
               THRU 7040-FIND-REQ-ENTRY-X.

           IF  WS-REQ-IDX NOT > WS-REQ-CNT
               SET  WS-REQ-RECEIVED (WS-REQ-IDX)
                                      TO TRUE
           END-IF.

       7020-READ-NEXT.

           PERFORM  SIRU-1000-READ
               THRU SIRU-1000-READ-X.

       7020-ONE-SIRU-ROW-X.
           EXIT.
      *
      *------------------
       7030-CHECK-WAIVED.
      *------------------

           IF  NOT WS-REQ-OUTSTANDING (WS-REQ-IDX)
               GO TO 7030-CHECK-WAIVED-X
           END-IF.

           MOVE WGLOB-COMPANY-CODE    TO WWAIV-CO-ID.
           MOVE MIR-APP-ID            TO WWAIV-APP-ID.
           MOVE WS-REQ-CODE (WS-REQ-IDX)
                                      TO WWAIV-REQIR-CODE.

           PERFORM  WAIV-1000-READ
               THRU WAIV-1000-READ-X.

           IF  WWAIV-IO-OK
               SET  WS-REQ-WAIVED (WS-REQ-IDX)
                                      TO TRUE
           END-IF.

       7030-CHECK-WAIVED-X.
           EXIT.
      *
      *--------------------
       7040-FIND-REQ-ENTRY.
      *--------------------
      *
      * LOOKS UP WS-SRCH-REQIR-CODE IN THE REQUIREMENT TABLE.
      * WS-REQ-IDX IS LEFT ON THE MATCHING ENTRY, OR ONE PAST THE LAST.
      *
           PERFORM  7045-NEXT-REQ-ENTRY
               THRU 7045-NEXT-REQ-ENTRY-X
               VARYING WS-REQ-IDX FROM +1 BY +1
               UNTIL WS-REQ-IDX > WS-REQ-CNT
               OR    WS-REQ-CODE (WS-REQ-IDX) = WS-SRCH-REQIR-CODE.

       7040-FIND-REQ-ENTRY-X.
           EXIT.
      *
      *--------------------
       7045-NEXT-REQ-ENTRY.
      *--------------------

           CONTINUE.

       7045-NEXT-REQ-ENTRY-X.
           EXIT.
      *
      *---------------------
       7300-SUM-FACE-AMOUNT.
      *---------------------
      *
      * APPLICATION FACE AMOUNT = SUM OF THE INITIAL COVERAGE AMOUNTS
      * ON THE APPLICATION'S UCVG ROWS.
      *
           MOVE ZERO                  TO WS-APP-FACE-AMT.

           MOVE MIR-APP-ID            TO WUCVG-APP-ID.
           MOVE LOW-VALUES            TO WUCVG-STCKR-ID.
           MOVE LOW-VALUES            TO WUCVG-PLAN-ID.
           MOVE MIR-APP-ID            TO WUCVG-ENDBR-APP-ID.
           MOVE HIGH-VALUES           TO WUCVG-ENDBR-STCKR-ID.
           MOVE HIGH-VALUES           TO WUCVG-ENDBR-PLAN-ID.

           PERFORM  UCVG-1000-BROWSE
               THRU UCVG-1000-BROWSE-X.

           IF  NOT WUCVG-IO-OK
               GO TO 7300-SUM-FACE-AMOUNT-X
           END-IF.

           PERFORM  UCVG-2000-READ-NEXT
               THRU UCVG-2000-READ-NEXT-X.

           PERFORM  7310-ADD-COVERAGE
               THRU 7310-ADD-COVERAGE-X
               UNTIL NOT WUCVG-IO-OK.

           PERFORM  UCVG-3000-END-BROWSE
               THRU UCVG-3000-END-BROWSE-X.

       7300-SUM-FACE-AMOUNT-X.
           EXIT.
      *
      *------------------
       7310-ADD-COVERAGE.
      *------------------

           ADD  RUCVG-INIT-COV-AMT    TO WS-APP-FACE-AMT.

           PERFORM  UCVG-2000-READ-NEXT
               THRU UCVG-2000-READ-NEXT-X.

       7310-ADD-COVERAGE-X.
           EXIT.
      *
      *----------------------------
       7400-CHECK-WAIVER-AUTHORITY.
      *----------------------------
      *
      * THE USER'S ROW FOR THE REQUIREMENT CODE GOVERNS; WITHOUT ONE
      * THE '*' (ANY REQUIREMENT) ROW DOES.  NO ROW AT ALL, OR A FACE
      * AMOUNT ABOVE THE LIMIT, REFUSES THE WAIVER.
      *
           MOVE 'N'                   TO WS-AUTH-SW.

           MOVE WGLOB-COMPANY-CODE    TO WWVAL-CO-ID.
           MOVE WGLOB-USER-ID         TO WWVAL-USER-ID.
           MOVE MIR-REQIR-CODE        TO WWVAL-REQIR-CODE.

           PERFORM  WVAL-1000-READ
               THRU WVAL-1000-READ-X.

           IF  WWVAL-IO-NOT-FOUND
               MOVE '*'               TO WWVAL-REQIR-CODE
               PERFORM  WVAL-1000-READ
                   THRU WVAL-1000-READ-X
           END-IF.

           MOVE MIR-REQIR-CODE        TO WGLOB-MSG-PARM (1).

           IF  NOT WWVAL-IO-OK
           OR  RWVAL-MAX-FACE-AMT = ZERO
      *MSG: NOT AUTHORIZED TO WAIVE REQUIREMENT @1
               MOVE 'AS21900008'      TO WGLOB-MSG-REF-INFO
               PERFORM  0260-1000-GENERATE-MESSAGE
                   THRU 0260-1000-GENERATE-MESSAGE-X
               GO TO 7400-CHECK-WAIVER-AUTHORITY-X
           END-IF.

           IF  WS-APP-FACE-AMT > RWVAL-MAX-FACE-AMT
      *MSG: FACE AMOUNT @2 EXCEEDS YOUR LIMIT @3 TO WAIVE @1
               MOVE WS-APP-FACE-AMT   TO WS-FACE-AMT-ED
               MOVE RWVAL-MAX-FACE-AMT
                                      TO WS-LIMIT-AMT-ED
               MOVE WS-FACE-AMT-ED    TO WGLOB-MSG-PARM (2)
               MOVE WS-LIMIT-AMT-ED   TO WGLOB-MSG-PARM (3)
               MOVE 'AS21900009'      TO WGLOB-MSG-REF-INFO
               PERFORM  0260-1000-GENERATE-MESSAGE
                   THRU 0260-1000-GENERATE-MESSAGE-X
               GO TO 7400-CHECK-WAIVER-AUTHORITY-X
           END-IF.

           MOVE 'Y'                   TO WS-AUTH-SW.

       7400-CHECK-WAIVER-AUTHORITY-X.
           EXIT.
      *
      *-----------------------
       9100-BLANK-DATA-FIELDS.
      *-----------------------

           MOVE ZERO                  TO MIR-APP-FACE-AMT.
           MOVE ZERO                  TO MIR-REQIR-CNT.

           PERFORM  9110-BLANK-LINE
               THRU 9110-BLANK-LINE-X
               VARYING WS-LINE FROM +1 BY +1
               UNTIL WS-LINE > WS-MAX-ARRAY-LINES.

       9100-BLANK-DATA-FIELDS-X.
           EXIT.
      *
      *----------------
       9110-BLANK-LINE.
      *----------------

           MOVE SPACES                TO MIR-REQIR-CODE-T (WS-LINE).
           MOVE SPACES                TO MIR-REQIR-STAT-CD-T (WS-LINE).
           MOVE SPACES                TO MIR-WAIV-RSN-CD-T (WS-LINE).
           MOVE SPACES                TO MIR-WAIV-USER-ID-T (WS-LINE).
           MOVE SPACES                TO MIR-WAIV-DT-T (WS-LINE).

       9110-BLANK-LINE-X.
           EXIT.
      *
      *--------------------------
       9300-SETUP-MSIN-REFERENCE.
      *--------------------------

           MOVE SPACES                TO WGLOB-MSIN-REFERENCE.
           MOVE WGLOB-COMPANY-CODE    TO WGLOB-REF-COMPANY-CODE.

       9300-SETUP-MSIN-REFERENCE-X.
           EXIT.
      *
      ****************************************************************
      * PROCESSING COPYBOOKS                                         *
      ****************************************************************
       COPY XCPPINIT.
      *
       COPY XCPPEXIT.
      *
      ****************************************************************
      * LINKAGE PROCESSING COPYBOOKS                                 *
      ****************************************************************
       COPY XCCL0260.
      *
      *****************************************************************
      *  FILE I/O PROCESS MODULES
      *****************************************************************
       COPY ACPB2190.
      *
       COPY ACPBWAIV.
      *
       COPY ACPBWVAL.
      *
       COPY ACPESIRA.
       COPY ACPOSIRA.
       COPY ACPLSIRA.
      *
       COPY ACPESIRU.
       COPY ACPOSIRU.
       COPY ACPLSIRU.
      *
      *****************************************************************
      *  ERROR HANDLING ROUTINES
      *****************************************************************
       COPY XCCPABND.
      *
       COPY XCCP0030.

      *****************************************************************
      **                 END OF PROGRAM ASOM2190                     **
      *****************************************************************
