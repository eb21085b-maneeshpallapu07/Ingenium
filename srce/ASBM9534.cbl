      *************************
       IDENTIFICATION DIVISION.
      *************************

       PROGRAM-ID. ASBM9534.

       COPY XCWWCRHT.

      *****************************************************************
      **  MEMBER :  ASBM9534                                         **
      **  REMARKS:  BANK ACCOUNT TOKENIZATION SWEEP.  FULL BANK      **
      **            ACCOUNT NUMBERS ARE NOT HELD IN THE UPLOAD       **
      **            TABLES - EACH ONE IS REPLACED BY A TOKEN FROM    **
      **            THE TTOKV VAULT (ASRUTOKN) AND ONLY THE FEEDS    **
      **            THAT LEAVE FOR THE BANKS TURN THE TOKEN BACK     **
      **            INTO THE ACCOUNT NUMBER.  THE SAME ACCOUNT       **
      **            ALWAYS GETS THE SAME TOKEN, AND THE TOKEN ENDS   **
      **            IN THE ACCOUNT'S LAST FOUR CHARACTERS, SO        **
      **            DUPLICATE MATCHING AND MASKED LISTINGS WORK ON   **
      **            THE TOKEN AS THEY DID ON THE NUMBER.             **
      **                                                             **
      **            RUN IN UPLOAD MODE (PARM 'U') THE JOB READS THE  **
      **            RUPOL DRIVER EXTRACT AND TOKENIZES THE BILLING   **
      **            AND PAYOUT ACCOUNTS OF EVERY UPOL ROW STILL      **
      **            HOLDING A FULL NUMBER, COMMITTING APP BY APP.    **
      **            IT RUNS RIGHT AFTER THE APEX UPLOAD LOAD, BEFORE **
      **            THE IMPORT AND THE DAY'S EXTRACTS.               **
      **                                                             **
      **            RUN IN ARCHIVE MODE (PARM 'A') IT READS THE ARCV **
      **            ARCHIVE AND WRITES A NEW GENERATION (ARCT) WITH  **
      **            THE ACCOUNTS ON EVERY UPOL ROW IMAGE TOKENIZED;  **
      **            ALL OTHER ROWS ARE COPIED AS THEY ARE.  CATALOG  **
      **            THE ARCT DATA SET AS THE NEXT ARCV GENERATION    **
      **            ONLY WHEN THE STEP ENDS RC 0.                    **
      **                                                             **
      **            AN ACCOUNT THE VAULT CANNOT TOKENIZE IS LEFT AS  **
      **            IT IS WITH A SEVERE MESSAGE AND THE STEP ENDS    **
      **            RC 8 - A RERUN PICKS IT UP AGAIN.                **
      **                                                             **
      **            JCL PARM:  BYTE  1     RUN MODE (U OR A)         **
      **                       BYTES 2-3   COMPANY                   **
      **                                                             **
      **  DOMAIN :  UW                                               **
      **  CLASS  :  PD                                               **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
864217**  15OCT26  DEV    NEW PROGRAM                                **
      *****************************************************************

      **********************
       ENVIRONMENT DIVISION.
      **********************

       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY ACSSARCV.

       COPY ACSSARCT.

      ***************
       DATA DIVISION.
      ***************

       FILE SECTION.

       COPY ACSDARCV.

       COPY ACSRARCV.

       COPY ACSDARCT.

       COPY ACSRARCT.

       WORKING-STORAGE SECTION.

       COPY XCWWPGWS REPLACING '$VAR1' BY 'ASBM9534'.

       COPY SQLCA.

       01  WS-COUNTERS.
           05  WS-RUPOL-REC-READ            PIC 9(07)  VALUE ZEROS.
           05  WS-UPOL-UPDT-CNT             PIC 9(07)  VALUE ZEROS.
           05  WS-ARCV-REC-READ             PIC 9(07)  VALUE ZEROS.
           05  WS-ARCV-UPOL-CNT             PIC 9(07)  VALUE ZEROS.
           05  WS-ARCT-REC-WRITTEN          PIC 9(07)  VALUE ZEROS.
           05  WS-ACCT-TOKN-CNT             PIC 9(07)  VALUE ZEROS.
           05  WS-ACCT-FAIL-CNT             PIC 9(07)  VALUE ZEROS.

       01  WS-WORKING-STORAGE.
           05  WS-RUN-MODE                  PIC X(01)  VALUE SPACE.
               88  WS-RUN-MODE-UPLOAD             VALUE 'U'.
               88  WS-RUN-MODE-ARCHIVE            VALUE 'A'.
               88  WS-RUN-MODE-VALID              VALUE 'U' 'A'.
           05  WS-WORK-ACCT-ID              PIC X(17).
           05  WS-WORK-APP-ID               PIC X(15).
           05  WS-ACCT-CHNG-SW              PIC X(01).
               88  WS-ACCT-CHANGED                VALUE 'Y'.
               88  WS-ACCT-NOT-CHANGED            VALUE 'N'.
           05  WS-MAX-RC                    PIC 9(02)  VALUE ZERO.
      /
       COPY XCWTFCMD.
      /
       COPY ACSWRUPL.
       COPY ACSWARCV.
       COPY ACSWARCT.
      /
       COPY ACWLTOKN.

       COPY XCWL0035.
      /
      *****************************************************************
      * INPUT PARAMETER INFORMATION                                   *
      *****************************************************************

       01  WGLOB-GLOBAL-AREA.
       COPY XCWWGLOB.

       COPY ACFRUPOL.

       COPY ACFWUPOL.
      /
       LINKAGE SECTION.
      *****************

       01  LK-PARM-AREA.
           05  LK-PARM-LEN                 PIC S9(04) COMP.
           05  LK-PARM-DATA.
               10  LK-RUN-MODE             PIC X(01).
               10  LK-COMPANY-CODE         PIC X(02).
               10  FILLER                  PIC X(27).
      /
       PROCEDURE DIVISION USING LK-PARM-AREA.

      *--------------
       0000-MAINLINE.
      *--------------

           PERFORM  0200-INITIALIZE
               THRU 0200-INITIALIZE-X.

           IF   WS-RUN-MODE-UPLOAD
                PERFORM  1000-UPLOAD-MODE
                    THRU 1000-UPLOAD-MODE-X
           END-IF.

           IF   WS-RUN-MODE-ARCHIVE
                PERFORM  2000-ARCHIVE-MODE
                    THRU 2000-ARCHIVE-MODE-X
           END-IF.

           PERFORM  5000-PRINT-GRAND-TOTALS
               THRU 5000-PRINT-GRAND-TOTALS-X.

           IF   WS-ACCT-FAIL-CNT           > ZERO
                MOVE 8                 TO WS-MAX-RC
           END-IF.

           MOVE WS-MAX-RC              TO RETURN-CODE.

           STOP RUN.

       0000-MAINLINE-X.
           EXIT.
      /
      *----------------
       0200-INITIALIZE.
      *----------------

           IF   LK-PARM-LEN                  > ZERO
                MOVE LK-RUN-MODE        TO WS-RUN-MODE
                IF   LK-COMPANY-CODE         > SPACES
                     MOVE LK-COMPANY-CODE
                                        TO WGLOB-COMPANY-CODE
                END-IF
           END-IF.

           IF   NOT WS-RUN-MODE-VALID
      *MSG: RUN MODE PARM MUST BE U (UPLOAD TABLES) OR A (ARCHIVE)
                MOVE 'AS95340001'       TO WGLOB-MSG-REF-INFO
                PERFORM  0260-1000-GENERATE-MESSAGE
                    THRU 0260-1000-GENERATE-MESSAGE-X
                PERFORM  0030-5000-LOGIC-ERROR
                    THRU 0030-5000-LOGIC-ERROR-X
           END-IF.

       0200-INITIALIZE-X.
           EXIT.
      /
      *-----------------
       1000-UPLOAD-MODE.
      *-----------------

           PERFORM  RUPL-3000-OPEN-INPUT
               THRU RUPL-3000-OPEN-INPUT-X.

           PERFORM  RUPL-1000-READ
               THRU RUPL-1000-READ-X.

           PERFORM  1100-PROCESS-RUPOL
               THRU 1100-PROCESS-RUPOL-X
               UNTIL WRUPL-SEQ-IO-EOF.

           PERFORM  RUPL-4000-CLOSE
               THRU RUPL-4000-CLOSE-X.

       1000-UPLOAD-MODE-X.
           EXIT.
      /
      *-------------------
       1100-PROCESS-RUPOL.
      *-------------------

           ADD  1                      TO WS-RUPOL-REC-READ.

           MOVE RUPOL-APP-ID           TO WS-WORK-APP-ID.

           PERFORM  3000-TOKENIZE-UPOL-ACCTS
               THRU 3000-TOKENIZE-UPOL-ACCTS-X.

      *
      * THE ROW IS UPDATED ONLY WHEN A FULL NUMBER WAS ACTUALLY
      * REPLACED - A ROW ALREADY HOLDING TOKENS IS LEFT ALONE.
      *
           IF   WS-ACCT-CHANGED
                PERFORM  1200-UPDATE-UPOL
                    THRU 1200-UPDATE-UPOL-X
           END-IF.

           PERFORM  RUPL-1000-READ
               THRU RUPL-1000-READ-X.

       1100-PROCESS-RUPOL-X.
           EXIT.
      /
      *-----------------
       1200-UPDATE-UPOL.
      *-----------------

           MOVE RUPOL-APP-ID           TO WUPOL-APP-ID.

           PERFORM  UPOL-7000-UPDATE-ACCT-TOKENS
               THRU UPOL-7000-UPDATE-ACCT-TOKENS-X.

           IF   WUPOL-IO-ERROR
      *MSG: UPOL ACCOUNT TOKEN UPDATE FAILED FOR APP @1 - ABENDED
                MOVE 'AS95340003'      TO WGLOB-MSG-REF-INFO
                MOVE RUPOL-APP-ID      TO WGLOB-MSG-PARM (1)
                PERFORM  0260-1000-GENERATE-MESSAGE
                    THRU 0260-1000-GENERATE-MESSAGE-X
                PERFORM  0030-5000-LOGIC-ERROR
                    THRU 0030-5000-LOGIC-ERROR-X
           END-IF.

           PERFORM  0035-1000-COMMIT
               THRU 0035-1000-COMMIT-X.

           ADD  1                      TO WS-UPOL-UPDT-CNT.

       1200-UPDATE-UPOL-X.
           EXIT.
      /
      *------------------
       2000-ARCHIVE-MODE.
      *------------------

           PERFORM  ARCV-3000-OPEN-INPUT
               THRU ARCV-3000-OPEN-INPUT-X.

           PERFORM  ARCT-4000-OPEN-OUTPUT
               THRU ARCT-4000-OPEN-OUTPUT-X.

           PERFORM  ARCV-1000-READ
               THRU ARCV-1000-READ-X.

           PERFORM  2100-PROCESS-ARCV
               THRU 2100-PROCESS-ARCV-X
               UNTIL WARCV-SEQ-IO-EOF.

           PERFORM  ARCV-5000-CLOSE
               THRU ARCV-5000-CLOSE-X.

           PERFORM  ARCT-5000-CLOSE
               THRU ARCT-5000-CLOSE-X.

       2000-ARCHIVE-MODE-X.
           EXIT.
      /
      *------------------
       2100-PROCESS-ARCV.
      *------------------

           ADD  1                      TO WS-ARCV-REC-READ.

           MOVE RARCV-SEQ-REC-INFO     TO RARCT-SEQ-REC-INFO.

           IF   RARCV-TBL-UPOL
                ADD  1                 TO WS-ARCV-UPOL-CNT
                MOVE RARCV-ROW-IMAGE   TO RUPOL-REC-INFO
                MOVE RARCV-APP-ID      TO WS-WORK-APP-ID
                PERFORM  3000-TOKENIZE-UPOL-ACCTS
                    THRU 3000-TOKENIZE-UPOL-ACCTS-X
                MOVE RUPOL-REC-INFO    TO RARCT-ROW-IMAGE
           END-IF.

           PERFORM  ARCT-2000-WRITE
               THRU ARCT-2000-WRITE-X.

           ADD  1                      TO WS-ARCT-REC-WRITTEN.

           PERFORM  ARCV-1000-READ
               THRU ARCV-1000-READ-X.

       2100-PROCESS-ARCV-X.
           EXIT.
      /
      *-------------------------
       3000-TOKENIZE-UPOL-ACCTS.
      *-------------------------

           SET  WS-ACCT-NOT-CHANGED    TO TRUE.

           MOVE RUPOL-BNK-ACCT-ID      TO WS-WORK-ACCT-ID.
           PERFORM  3100-TOKENIZE-ONE-ACCT
               THRU 3100-TOKENIZE-ONE-ACCT-X.
           MOVE WS-WORK-ACCT-ID        TO RUPOL-BNK-ACCT-ID.

           MOVE RUPOL-PAYO-BNK-ACCT-ID TO WS-WORK-ACCT-ID.
           PERFORM  3100-TOKENIZE-ONE-ACCT
               THRU 3100-TOKENIZE-ONE-ACCT-X.
           MOVE WS-WORK-ACCT-ID        TO RUPOL-PAYO-BNK-ACCT-ID.

       3000-TOKENIZE-UPOL-ACCTS-X.
           EXIT.
      /
      *-----------------------
       3100-TOKENIZE-ONE-ACCT.
      *-----------------------

      *
      * A BLANK ACCOUNT OR ONE ALREADY TOKENIZED NEEDS NO VAULT CALL.
      *
           IF   WS-WORK-ACCT-ID        = SPACES
           OR   WS-WORK-ACCT-ID (1:2)  = 'TK'
                GO TO 3100-TOKENIZE-ONE-ACCT-X
           END-IF.

           SET  LTOKN-FCN-TOKENIZE     TO TRUE.
           MOVE WS-WORK-ACCT-ID        TO LTOKN-ACCT-ID.
           MOVE SPACES                 TO LTOKN-TOKN-ID.

           CALL 'ASRUTOKN' USING WGLOB-GLOBAL-AREA
                                 LTOKN-PARM-AREA.

           IF   NOT LTOKN-OK
                ADD  1                 TO WS-ACCT-FAIL-CNT
      *MSG: BANK ACCOUNT FOR APP @1 NOT TOKENIZED - VAULT RETURN @2
                MOVE 'AS95340002'      TO WGLOB-MSG-REF-INFO
                MOVE WS-WORK-APP-ID    TO WGLOB-MSG-PARM (1)
                MOVE LTOKN-RETURN-CD   TO WGLOB-MSG-PARM (2)
                PERFORM  0260-1000-GENERATE-MESSAGE
                    THRU 0260-1000-GENERATE-MESSAGE-X
                GO TO 3100-TOKENIZE-ONE-ACCT-X
           END-IF.

           MOVE LTOKN-TOKN-ID          TO WS-WORK-ACCT-ID.
           SET  WS-ACCT-CHANGED        TO TRUE.
           ADD  1                      TO WS-ACCT-TOKN-CNT.

       3100-TOKENIZE-ONE-ACCT-X.
           EXIT.
      /
      *------------------------
       5000-PRINT-GRAND-TOTALS.
      *------------------------

           IF   WS-RUN-MODE-UPLOAD
      *MSG: RUPOL READ @1, UPOL ROWS UPDATED @2, ACCOUNTS TOKENIZED @3
                MOVE WS-RUPOL-REC-READ     TO WGLOB-MSG-PARM (1)
                MOVE WS-UPOL-UPDT-CNT      TO WGLOB-MSG-PARM (2)
                MOVE WS-ACCT-TOKN-CNT      TO WGLOB-MSG-PARM (3)
                MOVE 'AS95340004'          TO WGLOB-MSG-REF-INFO
                PERFORM  0260-1000-GENERATE-MESSAGE
                    THRU 0260-1000-GENERATE-MESSAGE-X
           END-IF.

           IF   WS-RUN-MODE-ARCHIVE
      *MSG: ARCV READ @1, UPOL IMAGES @2, ACCOUNTS TOKENIZED @3, ARCT @4
                MOVE WS-ARCV-REC-READ      TO WGLOB-MSG-PARM (1)
                MOVE WS-ARCV-UPOL-CNT      TO WGLOB-MSG-PARM (2)
                MOVE WS-ACCT-TOKN-CNT      TO WGLOB-MSG-PARM (3)
                MOVE WS-ARCT-REC-WRITTEN   TO WGLOB-MSG-PARM (4)
                MOVE 'AS95340005'          TO WGLOB-MSG-REF-INFO
                PERFORM  0260-1000-GENERATE-MESSAGE
                    THRU 0260-1000-GENERATE-MESSAGE-X
           END-IF.

           IF   WS-ACCT-FAIL-CNT           > ZERO
      *MSG: @1 BANK ACCOUNTS COULD NOT BE TOKENIZED - RERUN REQUIRED
                MOVE WS-ACCT-FAIL-CNT      TO WGLOB-MSG-PARM (1)
                MOVE 'AS95340006'          TO WGLOB-MSG-REF-INFO
                PERFORM  0260-1000-GENERATE-MESSAGE
                    THRU 0260-1000-GENERATE-MESSAGE-X
           END-IF.

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
       COPY ACPNUPOL.
      /
       COPY ACPIARCV.
      /
       COPY ACPIARCT.
      /
      *****************************************************************
      * ERROR HANDLING ROUTINES                                       *
      *****************************************************************

       COPY XCPL0030.

       COPY XCPL0035.

       COPY XCPL0260.

      *****************************************************************
      **                 END OF PROGRAM ASBM9534                     **
      *****************************************************************
