      *************************
       IDENTIFICATION DIVISION.
      *************************

       PROGRAM-ID. ASBM9526.

       COPY XCWWCRHT.

      *****************************************************************
      **  MEMBER :  ASBM9526                                         **
      **  REMARKS:  CORPORATE-OWNED POLICY CONSENT AND BUSINESS      **
      **            PURPOSE EDIT.  WHEN A COMPANY OWNS A POLICY ON   **
      **            AN INDIVIDUAL'S LIFE THE INSURED'S WRITTEN       **
      **            CONSENT MUST BE HELD AND THE BUSINESS PURPOSE    **
      **            (KEY PERSON, RETIREMENT FUNDING OR BUY-SELL)     **
      **            DOCUMENTED.  THE IMPORT CHECKED NEITHER.         **
      **                                                             **
      **            THE PROGRAM READS THE RUPOL DRIVER EXTRACT WITH  **
      **            THE UCLI CLIENT AND UCVG COVERAGE EXTRACTS (ALL  **
      **            SORTED BY APP ID).  AN APPLICATION UPLOADED ON   **
      **            THE RUN DATE THAT HAS NOT CONVERTED OR BEEN      **
      **            REJECTED IS CORPORATE-OWNED WHEN IT IS MARKED    **
      **            AS A SPECIAL ASSOCIATION CORPORATE CASE          **
      **            (RUPOL-SPEC-ASSOC-CORP-IND) OR ITS OWNER CLIENT  **
      **            IS A COMPANY (CARRIES A COMPANY NAME).  WHEN THE **
      **            INSURED IS AN INDIVIDUAL THE CASE IS HELD ON THE **
      **            COHL FILE IF THE CONSENT INDICATOR IS NOT 'Y',   **
      **            THE PURPOSE CODE IS NOT K, R OR B, OR - FOR KEY  **
      **            PERSON COVER - THE BASE COVERAGE FACE AMOUNT     **
      **            EXCEEDS THE INSURED'S EARNED INCOME TIMES THE    **
      **            SALARY MULTIPLE.  ASBM9428 MERGES THE HOLDS INTO **
318852**            THE WORK QUEUE AS 'CP' ITEMS.                    **
      **                                                             **
      **            JCL PARM:  BYTES 1-2   COMPANY                   **
      **                       BYTES 3-12  UPLOAD DATE CCYY-MM-DD    **
      **                                   (DEFAULT THE RUN DATE)    **
      **                       BYTES 13-14 KEY PERSON SALARY         **
      **                                   MULTIPLE (DEFAULT 10)     **
      **                                                             **
      **  DOMAIN :  UW                                               **
      **  CLASS  :  PD                                               **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
604718**  15OCT26  DEV    NEW PROGRAM                                **
318852**  15OCT26  DEV    HOLDS QUEUE AS 'CP' ('CO' IS THE COMPLIANCE **
318852**                  SCREENING HOLD TYPE)                       **
      *****************************************************************

      **********************
       ENVIRONMENT DIVISION.
      **********************

       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY ACSSCOHL.

      ***************
       DATA DIVISION.
      ***************

       FILE SECTION.

       COPY ACSDCOHL.

       COPY ACSRCOHL.

       WORKING-STORAGE SECTION.

       COPY XCWWPGWS REPLACING '$VAR1' BY 'ASBM9526'.

       COPY SQLCA.

       01  WS-COUNTERS.
           05  WS-RUPOL-REC-READ            PIC 9(07)  VALUE ZEROS.
           05  WS-APP-IN-SCOPE-CNT          PIC 9(07)  VALUE ZEROS.
           05  WS-CORP-OWNED-CNT            PIC 9(07)  VALUE ZEROS.
           05  WS-COHL-REC-WRITTEN          PIC 9(07)  VALUE ZEROS.
           05  WS-CNSNT-MISS-CNT            PIC 9(07)  VALUE ZEROS.
           05  WS-PURP-MISS-CNT             PIC 9(07)  VALUE ZEROS.
           05  WS-FACE-OVER-CNT             PIC 9(07)  VALUE ZEROS.
           05  WS-PIC-COUNTER               PIC Z(06)9.
           05  WS-PIC-AMT                   PIC Z(12)9.99-.

       01  WS-WORKING-STORAGE.
           05  WS-RUN-DT-CCYYMMDD           PIC 9(08)  VALUE ZEROS.
           05  WS-EXTR-UPLD-DT              PIC X(10)  VALUE SPACES.
           05  WS-MAX-RC                    PIC 9(02)  VALUE ZERO.

      * KEY PERSON COVER MAY NOT EXCEED THIS MANY TIMES THE INSURED'S
      * EARNED INCOME.

           05  WS-SAL-MULT                  PIC 9(02)  VALUE 10.

      * PER-APPLICATION FINDINGS.

           05  WS-APP-SCOPE-SW              PIC X(01).
               88  WS-APP-IN-SCOPE                VALUE 'Y'.
               88  WS-APP-NOT-IN-SCOPE            VALUE 'N'.
           05  WS-OWNR-CO-SW                PIC X(01).
               88  WS-OWNR-IS-COMPANY             VALUE 'Y'.
           05  WS-INSRD-INDV-SW             PIC X(01).
               88  WS-INSRD-IS-INDV               VALUE 'Y'.
           05  WS-BASE-FOUND-SW             PIC X(01).
               88  WS-BASE-FOUND                  VALUE 'Y'.
           05  WS-CNSNT-MISS-SW             PIC X(01).
               88  WS-CNSNT-MISS                  VALUE 'Y'.
           05  WS-PURP-MISS-SW              PIC X(01).
               88  WS-PURP-MISS                   VALUE 'Y'.
           05  WS-FACE-OVER-SW              PIC X(01).
               88  WS-FACE-OVER                   VALUE 'Y'.
           05  WS-CVG-ROW-COUNT             PIC S9(04) COMP.
           05  WS-INSRD-EARN-INCM-AMT       PIC S9(11)V9(02) COMP-3.
           05  WS-BASE-FACE-AMT             PIC S9(13)V9(02) COMP-3.
           05  WS-MAX-FACE-AMT              PIC S9(13)V9(02) COMP-3.
      /
       COPY XCWTFCMD.
      /
       COPY ACSWRUPL.
       COPY ACSWUCLI.
       COPY ACSWUCVG.
       COPY ACSWCOHL.
      /
      *****************************************************************
      * INPUT PARAMETER INFORMATION                                   *
      *****************************************************************

       01  WGLOB-GLOBAL-AREA.
       COPY XCWWGLOB.

       COPY ACFRUPOL.
       COPY ACFRUCLI.
       COPY ACFRUCVG.
      /
       LINKAGE SECTION.
      *****************

       01  LK-PARM-AREA.
           05  LK-PARM-LEN                 PIC S9(04) COMP.
           05  LK-PARM-DATA.
               10  LK-COMPANY-CODE         PIC X(02).
               10  LK-RUN-PARM-DT          PIC X(10).
               10  LK-SAL-MULT             PIC X(02).
               10  FILLER                  PIC X(16).
      /
       PROCEDURE DIVISION USING LK-PARM-AREA.

      *--------------
       0000-MAINLINE.
      *--------------

           PERFORM  0200-INITIALIZE
               THRU 0200-INITIALIZE-X.

           PERFORM  0100-OPEN-FILES
               THRU 0100-OPEN-FILES-X.

           PERFORM  RUPL-1000-READ
               THRU RUPL-1000-READ-X.
           PERFORM  UCLI-1000-READ
               THRU UCLI-1000-READ-X.
           PERFORM  UCVG-1000-READ
               THRU UCVG-1000-READ-X.

           PERFORM  2000-PROCESS-RUPOL
               THRU 2000-PROCESS-RUPOL-X
               UNTIL WRUPL-SEQ-IO-EOF.

           PERFORM  9999-CLOSE-FILES
               THRU 9999-CLOSE-FILES-X.

           PERFORM  5000-PRINT-GRAND-TOTALS
               THRU 5000-PRINT-GRAND-TOTALS-X.

      * HELD CASES NEED UNDERWRITING ACTION BEFORE THEY CAN ISSUE.

           IF   WS-COHL-REC-WRITTEN    > ZERO
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

           PERFORM  UCLI-3000-OPEN-INPUT
               THRU UCLI-3000-OPEN-INPUT-X.

           PERFORM  UCVG-3000-OPEN-INPUT
               THRU UCVG-3000-OPEN-INPUT-X.

           PERFORM  COHL-4000-OPEN-OUTPUT
               THRU COHL-4000-OPEN-OUTPUT-X.

       0100-OPEN-FILES-X.
           EXIT.
      /
      *----------------
       0200-INITIALIZE.
      *----------------

           ACCEPT  WS-RUN-DT-CCYYMMDD  FROM DATE YYYYMMDD.

           MOVE WS-RUN-DT-CCYYMMDD (1:4)    TO WS-EXTR-UPLD-DT (1:4).
           MOVE '-'                         TO WS-EXTR-UPLD-DT (5:1).
           MOVE WS-RUN-DT-CCYYMMDD (5:2)    TO WS-EXTR-UPLD-DT (6:2).
           MOVE '-'                         TO WS-EXTR-UPLD-DT (8:1).
           MOVE WS-RUN-DT-CCYYMMDD (7:2)    TO WS-EXTR-UPLD-DT (9:2).

           IF   LK-PARM-LEN                  > ZERO
           AND  LK-COMPANY-CODE              > SPACES
                MOVE LK-COMPANY-CODE    TO WGLOB-COMPANY-CODE
           END-IF.

      * A PRIOR NIGHT'S HOLDS ARE RE-CUT BY GIVING ITS UPLOAD DATE.

           IF   LK-PARM-LEN                  > 2
           AND  LK-RUN-PARM-DT               > SPACES
                MOVE LK-RUN-PARM-DT     TO WS-EXTR-UPLD-DT
           END-IF.

           IF   LK-PARM-LEN                  > 12
           AND  LK-SAL-MULT                  IS NUMERIC
           AND  LK-SAL-MULT                  > '00'
                MOVE LK-SAL-MULT        TO WS-SAL-MULT
           END-IF.

      *MSG: CORPORATE-OWNED EDIT FOR UPLOADS OF @1 - SALARY MULTIPLE @2
           MOVE 'AS95260001'           TO WGLOB-MSG-REF-INFO.
           MOVE WS-EXTR-UPLD-DT        TO WGLOB-MSG-PARM (1).
           MOVE WS-SAL-MULT            TO WGLOB-MSG-PARM (2).
           PERFORM  0260-1000-GENERATE-MESSAGE
               THRU 0260-1000-GENERATE-MESSAGE-X.

       0200-INITIALIZE-X.
           EXIT.
      /
      *-------------------
       2000-PROCESS-RUPOL.
      *-------------------

           ADD  1                      TO WS-RUPOL-REC-READ.

           SET  WS-APP-NOT-IN-SCOPE    TO TRUE.

           IF   RUPOL-APP-UPLD-DT      = WS-EXTR-UPLD-DT
           AND  NOT RUPOL-POL-ASGN
           AND  NOT RUPOL-APL-REJ-YES
                SET  WS-APP-IN-SCOPE   TO TRUE
                ADD  1                 TO WS-APP-IN-SCOPE-CNT
           END-IF.

           MOVE 'N'                    TO WS-OWNR-CO-SW
                                          WS-INSRD-INDV-SW
                                          WS-BASE-FOUND-SW
                                          WS-CNSNT-MISS-SW
                                          WS-PURP-MISS-SW
                                          WS-FACE-OVER-SW.
           MOVE ZERO                   TO WS-CVG-ROW-COUNT
                                          WS-INSRD-EARN-INCM-AMT
                                          WS-BASE-FACE-AMT
                                          WS-MAX-FACE-AMT.

           IF   RUPOL-SPEC-ASSOC-CORP-YES
                MOVE 'Y'               TO WS-OWNR-CO-SW
           END-IF.

      * THE CLIENT AND COVERAGE GROUPS ARE CONSUMED FOR EVERY
      * APPLICATION TO KEEP THE THREE FILES IN STEP.

           PERFORM  2100-MATCH-UCLI
               THRU 2100-MATCH-UCLI-X.

           PERFORM  2200-MATCH-UCVG
               THRU 2200-MATCH-UCVG-X.

           IF   WS-APP-IN-SCOPE
           AND  WS-OWNR-IS-COMPANY
           AND  WS-INSRD-IS-INDV
                ADD  1                 TO WS-CORP-OWNED-CNT
                PERFORM  3000-EDIT-CORP-OWNED
                    THRU 3000-EDIT-CORP-OWNED-X
           END-IF.

           PERFORM  RUPL-1000-READ
               THRU RUPL-1000-READ-X.

       2000-PROCESS-RUPOL-X.
           EXIT.
      /
      *----------------
       2100-MATCH-UCLI.
      *----------------

           PERFORM  2110-UCLI-READ-AHEAD
               THRU 2110-UCLI-READ-AHEAD-X
               UNTIL WUCLI-SEQ-IO-EOF
               OR    RUCLI-APP-ID NOT LESS THAN RUPOL-APP-ID.

           PERFORM  2120-UCLI-CONSUME-GROUP
               THRU 2120-UCLI-CONSUME-GROUP-X
               UNTIL WUCLI-SEQ-IO-EOF
               OR    RUCLI-APP-ID NOT = RUPOL-APP-ID.

       2100-MATCH-UCLI-X.
           EXIT.
      /
      *---------------------
       2110-UCLI-READ-AHEAD.
      *---------------------

           PERFORM  UCLI-1000-READ
               THRU UCLI-1000-READ-X.

       2110-UCLI-READ-AHEAD-X.
           EXIT.
      /
      *------------------------
       2120-UCLI-CONSUME-GROUP.
      *------------------------

      *
      * A CLIENT CARRYING A COMPANY NAME IS A COMPANY.  THE OWNER
      * MAKES THE CASE CORPORATE-OWNED; THE FIRST INDIVIDUAL INSURED
      * SUPPLIES THE EARNED INCOME THE KEY PERSON CAP IS BASED ON.
      *
           IF   RUCLI-POL-CLI-REL-TYP-CD (1:1) = 'O'
           AND  RUCLI-CLI-CO-NM        > SPACES
                MOVE 'Y'               TO WS-OWNR-CO-SW
           END-IF.

           IF   RUCLI-POL-CLI-INSRD-CD > SPACES
           AND  RUCLI-CLI-CO-NM        = SPACES
           AND  NOT WS-INSRD-IS-INDV
                MOVE 'Y'               TO WS-INSRD-INDV-SW
                MOVE RUCLI-CLI-EARN-INCM-AMT
                                       TO WS-INSRD-EARN-INCM-AMT
           END-IF.

           PERFORM  UCLI-1000-READ
               THRU UCLI-1000-READ-X.

       2120-UCLI-CONSUME-GROUP-X.
           EXIT.
      /
      *----------------
       2200-MATCH-UCVG.
      *----------------

           PERFORM  2210-UCVG-READ-AHEAD
               THRU 2210-UCVG-READ-AHEAD-X
               UNTIL WUCVG-SEQ-IO-EOF
               OR    RUCVG-APP-ID NOT LESS THAN RUPOL-APP-ID.

           PERFORM  2220-UCVG-CONSUME-GROUP
               THRU 2220-UCVG-CONSUME-GROUP-X
               UNTIL WUCVG-SEQ-IO-EOF
               OR    RUCVG-APP-ID NOT = RUPOL-APP-ID.

       2200-MATCH-UCVG-X.
           EXIT.
      /
      *---------------------
       2210-UCVG-READ-AHEAD.
      *---------------------

           PERFORM  UCVG-1000-READ
               THRU UCVG-1000-READ-X.

       2210-UCVG-READ-AHEAD-X.
           EXIT.
      /
      *------------------------
       2220-UCVG-CONSUME-GROUP.
      *------------------------

      * THE BASE COVERAGE IS THE ONE ON THE POLICY'S OWN PLAN; THE
      * FIRST COVERAGE STANDS IN WHEN NONE IS.

           IF   WS-CVG-ROW-COUNT       = ZERO
           OR  (RUCVG-PLAN-ID          = RUPOL-PLAN-ID
           AND  NOT WS-BASE-FOUND)
                MOVE RUCVG-INIT-COV-AMT
                                       TO WS-BASE-FACE-AMT
           END-IF.

           IF   RUCVG-PLAN-ID          = RUPOL-PLAN-ID
                SET  WS-BASE-FOUND     TO TRUE
           END-IF.

           ADD  1                      TO WS-CVG-ROW-COUNT.

           PERFORM  UCVG-1000-READ
               THRU UCVG-1000-READ-X.

       2220-UCVG-CONSUME-GROUP-X.
           EXIT.
      /
      *---------------------
       3000-EDIT-CORP-OWNED.
      *---------------------

           IF   NOT RUPOL-INSRD-CNSNT-YES
                MOVE 'Y'               TO WS-CNSNT-MISS-SW
                ADD  1                 TO WS-CNSNT-MISS-CNT
      *MSG: APP @1 CORPORATE-OWNED - INSURED'S WRITTEN CONSENT NOT HELD
                MOVE 'AS95260002'      TO WGLOB-MSG-REF-INFO
                MOVE RUPOL-APP-ID      TO WGLOB-MSG-PARM (1)
                PERFORM  0260-1000-GENERATE-MESSAGE
                    THRU 0260-1000-GENERATE-MESSAGE-X
           END-IF.

           IF   NOT RUPOL-CORP-BUS-PURP-VALID
                MOVE 'Y'               TO WS-PURP-MISS-SW
                ADD  1                 TO WS-PURP-MISS-CNT
      *MSG: APP @1 CORPORATE-OWNED - BUSINESS PURPOSE @2 NOT K, R OR B
                MOVE 'AS95260003'      TO WGLOB-MSG-REF-INFO
                MOVE RUPOL-APP-ID      TO WGLOB-MSG-PARM (1)
                MOVE RUPOL-CORP-BUS-PURP-CD
                                       TO WGLOB-MSG-PARM (2)
                PERFORM  0260-1000-GENERATE-MESSAGE
                    THRU 0260-1000-GENERATE-MESSAGE-X
           END-IF.

      *
      * KEY PERSON COVER IS CAPPED AT THE SALARY MULTIPLE.  AN
      * INSURED WITH NO EARNED INCOME ON THE UPLOAD HAS A CAP OF
      * ZERO, SO THE CASE IS HELD UNTIL THE SALARY IS EVIDENCED.
      *
           IF   RUPOL-CORP-BUS-PURP-KEY
                COMPUTE WS-MAX-FACE-AMT
                      = WS-INSRD-EARN-INCM-AMT * WS-SAL-MULT
                IF   WS-BASE-FACE-AMT  > WS-MAX-FACE-AMT
                     MOVE 'Y'          TO WS-FACE-OVER-SW
                     ADD  1            TO WS-FACE-OVER-CNT
      *MSG: APP @1 KEY PERSON FACE @2 OVER @3 (INCOME @4 X @5)
                     MOVE 'AS95260004' TO WGLOB-MSG-REF-INFO
                     MOVE RUPOL-APP-ID TO WGLOB-MSG-PARM (1)
                     MOVE WS-BASE-FACE-AMT
                                       TO WS-PIC-AMT
                     MOVE WS-PIC-AMT   TO WGLOB-MSG-PARM (2)
                     MOVE WS-MAX-FACE-AMT
                                       TO WS-PIC-AMT
                     MOVE WS-PIC-AMT   TO WGLOB-MSG-PARM (3)
                     MOVE WS-INSRD-EARN-INCM-AMT
                                       TO WS-PIC-AMT
                     MOVE WS-PIC-AMT   TO WGLOB-MSG-PARM (4)
                     MOVE WS-SAL-MULT  TO WGLOB-MSG-PARM (5)
                     PERFORM  0260-1000-GENERATE-MESSAGE
                         THRU 0260-1000-GENERATE-MESSAGE-X
                END-IF
           END-IF.

           IF   NOT WS-CNSNT-MISS
           AND  NOT WS-PURP-MISS
           AND  NOT WS-FACE-OVER
                GO TO 3000-EDIT-CORP-OWNED-X
           END-IF.

           MOVE SPACES                 TO RCOHL-SEQ-REC-INFO.
           MOVE RUPOL-APP-ID           TO RCOHL-APP-ID.
           MOVE RUPOL-SALES-REP-NUM    TO RCOHL-SALES-REP-NUM.
           MOVE RUPOL-SO-NUM           TO RCOHL-SO-NUM.
           MOVE RUPOL-BR-NUM           TO RCOHL-BR-NUM.
           MOVE RUPOL-INSRD-CNSNT-IND  TO RCOHL-INSRD-CNSNT-IND.
           MOVE RUPOL-CORP-BUS-PURP-CD TO RCOHL-CORP-BUS-PURP-CD.
           MOVE WS-CNSNT-MISS-SW       TO RCOHL-CNSNT-MISS-IND.
           MOVE WS-PURP-MISS-SW        TO RCOHL-PURP-MISS-IND.
           MOVE WS-FACE-OVER-SW        TO RCOHL-FACE-OVER-IND.
           MOVE WS-BASE-FACE-AMT       TO RCOHL-FACE-AMT.
           MOVE WS-MAX-FACE-AMT        TO RCOHL-MAX-FACE-AMT.
           MOVE WS-RUN-DT-CCYYMMDD     TO RCOHL-DETECT-DT.
           SET  RCOHL-NOT-CLEARED      TO TRUE.

           PERFORM  COHL-2000-WRITE
               THRU COHL-2000-WRITE-X.

           ADD  1                      TO WS-COHL-REC-WRITTEN.

       3000-EDIT-CORP-OWNED-X.
           EXIT.
      /
      *------------------------
       5000-PRINT-GRAND-TOTALS.
      *------------------------

      *MSG: APPS READ @1 - IN SCOPE @2 - CORPORATE-OWNED @3 - HELD @4
           MOVE 'AS95260005'           TO WGLOB-MSG-REF-INFO.
           MOVE WS-RUPOL-REC-READ      TO WS-PIC-COUNTER.
           MOVE WS-PIC-COUNTER         TO WGLOB-MSG-PARM (1).
           MOVE WS-APP-IN-SCOPE-CNT    TO WS-PIC-COUNTER.
           MOVE WS-PIC-COUNTER         TO WGLOB-MSG-PARM (2).
           MOVE WS-CORP-OWNED-CNT      TO WS-PIC-COUNTER.
           MOVE WS-PIC-COUNTER         TO WGLOB-MSG-PARM (3).
           MOVE WS-COHL-REC-WRITTEN    TO WS-PIC-COUNTER.
           MOVE WS-PIC-COUNTER         TO WGLOB-MSG-PARM (4).
           PERFORM  0260-1000-GENERATE-MESSAGE
               THRU 0260-1000-GENERATE-MESSAGE-X.

      *MSG: NO CONSENT @1 - NO PURPOSE @2 - KEY PERSON OVER CAP @3
           MOVE 'AS95260006'           TO WGLOB-MSG-REF-INFO.
           MOVE WS-CNSNT-MISS-CNT      TO WS-PIC-COUNTER.
           MOVE WS-PIC-COUNTER         TO WGLOB-MSG-PARM (1).
           MOVE WS-PURP-MISS-CNT       TO WS-PIC-COUNTER.
           MOVE WS-PIC-COUNTER         TO WGLOB-MSG-PARM (2).
           MOVE WS-FACE-OVER-CNT       TO WS-PIC-COUNTER.
           MOVE WS-PIC-COUNTER         TO WGLOB-MSG-PARM (3).
           PERFORM  0260-1000-GENERATE-MESSAGE
               THRU 0260-1000-GENERATE-MESSAGE-X.

       5000-PRINT-GRAND-TOTALS-X.
           EXIT.
      /
      *-----------------
       9999-CLOSE-FILES.
      *-----------------

           PERFORM  RUPL-4000-CLOSE
               THRU RUPL-4000-CLOSE-X.

           PERFORM  UCLI-4000-CLOSE
               THRU UCLI-4000-CLOSE-X.

           PERFORM  UCVG-4000-CLOSE
               THRU UCVG-4000-CLOSE-X.

           PERFORM  COHL-5000-CLOSE
               THRU COHL-5000-CLOSE-X.

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
       COPY ACPICOHL.
      /
      *****************************************************************
      * ERROR HANDLING ROUTINES                                       *
      *****************************************************************

       COPY XCPL0030.

       COPY XCPL0260.

      *****************************************************************
      **                 END OF PROGRAM ASBM9526                     **
      *****************************************************************
