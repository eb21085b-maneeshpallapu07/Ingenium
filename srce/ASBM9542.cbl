      *************************
       IDENTIFICATION DIVISION.
      *************************

       PROGRAM-ID. ASBM9542.

       COPY XCWWCRHT.

      *****************************************************************
      **  MEMBER :  ASBM9542                                         **
      **  REMARKS:  MINOR BENEFICIARY CUSTODIAN DESIGNATION EDIT.    **
      **            A BENEFICIARY UNDER THE AGE OF MAJORITY ON THE   **
      **            APPLICATION DATE CANNOT TAKE THE PROCEEDS IN THE **
      **            MINOR'S OWN NAME - A CUSTODIAN OR A TRUST        **
      **            MUST BE DESIGNATED TO RECEIVE THEM.  NOTHING     **
      **            CHECKED THIS BEFORE THE POLICY ISSUED.           **
      **                                                             **
      **            THE PROGRAM READS THE RUPOL DRIVER EXTRACT WITH  **
      **            THE UBEN BENEFICIARY EXTRACT (BOTH SORTED BY APP **
      **            ID).  A BENEFICIARY'S AGE IS AGE LAST BIRTHDAY   **
      **            ON THE APPLICATION DATE (RUPOL-APP-RPT-DT, ELSE  **
      **            THE UPLOAD DATE) FROM RUBEN-BNFY-BTH-DT.  A      **
      **            COMPANY BENEFICIARY AND A PROXY ARE NOT AGED.    **
      **            THE DESIGNATION IS MADE WHEN RUBEN-BNFY-CSTDN-   **
      **            TYP-CD IS 'C' (CUSTODIAN) OR 'T' (TRUST) AND THE **
      **            CUSTODIAN OR TRUST REFERENCE IS GIVEN.           **
      **                                                             **
      **            RUN IN DAILY MODE (PARM 'D'), FOR EVERY          **
      **            APPLICATION UPLOADED ON THE RUN DATE THAT HAS    **
      **            NOT CONVERTED OR BEEN REJECTED AND NAMES A MINOR **
      **            WITHOUT A DESIGNATION, AN MNBH HOLD IS WRITTEN.  **
      **            ASBM9428 MERGES THE HOLDS INTO THE WORK QUEUE AS **
      **            'MC' ITEMS, WHICH STOP THE CONVERSION, AND       **
      **            ASBM9421 SENDS THE CUSTODIAN DESIGNATION LETTER  **
      **            (TYPE M) FOR EACH HOLD RAISED THAT NIGHT.        **
      **                                                             **
      **            RUN IN REPORT MODE (PARM 'R'), THE MONTH'S       **
      **            UPLOADS ARE SUMMARISED ON THE MBRP REPORT BY     **
      **            SALES OFFICE, BRANCH AND WRITING AGENT - MINOR   **
      **            DESIGNATIONS WITH A CUSTODIAN, WITH A TRUST AND  **
      **            WITH NEITHER - FOR AGENT TRAINING.  AN AGENT     **
      **            WITH ANY MINOR LEFT WITHOUT A DESIGNATION IS     **
      **            MARKED FOR TRAINING.  A FULL SUMMARY TABLE ENDS  **
      **            THE RUN RC 8 WITHOUT A PARTIAL REPORT.           **
      **                                                             **
      **            JCL PARM:  BYTE  1     RUN MODE D OR R           **
      **                       BYTES 2-3   COMPANY                   **
      **                       BYTES 4-13  DATE - DAILY: THE UPLOAD  **
      **                                   DATE CCYY-MM-DD (DEFAULT  **
      **                                   THE RUN DATE); REPORT:    **
      **                                   THE MONTH CCYY-MM         **
      **                                   (DEFAULT THE PREVIOUS     **
      **                                   CALENDAR MONTH)           **
      **                       BYTES 14-15 AGE OF MAJORITY           **
      **                                   (DEFAULT 18)              **
      **                                                             **
      **  DOMAIN :  UW                                               **
      **  CLASS  :  PD                                               **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
481736**  15OCT26  DEV    NEW PROGRAM                                **
      *****************************************************************

      **********************
       ENVIRONMENT DIVISION.
      **********************

       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY ACSSMNBH.

       COPY ACSSMBRP.

      ***************
       DATA DIVISION.
      ***************

       FILE SECTION.

       COPY ACSDMNBH.

       COPY ACSRMNBH.

       COPY ACSDMBRP.

       COPY ACSRMBRP.

       WORKING-STORAGE SECTION.

       COPY XCWWPGWS REPLACING '$VAR1' BY 'ASBM9542'.

       COPY SQLCA.

       01  WS-COUNTERS.
           05  WS-RUPOL-REC-READ            PIC 9(07)  VALUE ZEROS.
           05  WS-RUBEN-REC-READ            PIC 9(07)  VALUE ZEROS.
           05  WS-APP-IN-SCOPE-CNT          PIC 9(07)  VALUE ZEROS.
           05  WS-MINR-BNFY-CNT             PIC 9(07)  VALUE ZEROS.
           05  WS-MINR-NO-CSTDN-CNT         PIC 9(07)  VALUE ZEROS.
           05  WS-NO-BTH-DT-CNT             PIC 9(07)  VALUE ZEROS.
           05  WS-MNBH-REC-WRITTEN          PIC 9(07)  VALUE ZEROS.
           05  WS-SO-PRINTED-CNT            PIC 9(07)  VALUE ZEROS.
           05  WS-AGT-TRAIN-CNT             PIC 9(07)  VALUE ZEROS.
           05  WS-LINE-CNT                  PIC S9(04) COMP VALUE +99.
           05  WS-PAGE-CNT                  PIC S9(04) COMP VALUE ZERO.
           05  WS-PIC-COUNTER               PIC Z(06)9.
           05  WS-PIC-CNT-1                 PIC Z(04)9.
           05  WS-PIC-CNT-2                 PIC Z(04)9.
           05  WS-PIC-CNT-3                 PIC Z(04)9.
           05  WS-PIC-CNT-4                 PIC Z(04)9.
           05  WS-PIC-PCT                   PIC ZZ9.
           05  WS-PIC-PAGE                  PIC ZZZ9.

       01  WS-WORKING-STORAGE.
           05  WS-RUN-MODE                  PIC X(01)  VALUE SPACE.
               88  WS-RUN-MODE-DAILY              VALUE 'D'.
               88  WS-RUN-MODE-REPORT             VALUE 'R'.
               88  WS-RUN-MODE-VALID              VALUE 'D' 'R'.
           05  WS-RUN-DT-CCYYMMDD           PIC 9(08)  VALUE ZEROS.
           05  WS-RUN-DT-GRP                REDEFINES
               WS-RUN-DT-CCYYMMDD.
               10  WS-RUN-DT-CCYY           PIC 9(04).
               10  WS-RUN-DT-MM             PIC 9(02).
               10  WS-RUN-DT-DD             PIC 9(02).
           05  WS-EXTR-UPLD-DT              PIC X(10)  VALUE SPACES.
           05  WS-RPT-PRD.
               10  WS-RPT-PRD-CCYY          PIC 9(04).
               10  FILLER                   PIC X(01)  VALUE '-'.
               10  WS-RPT-PRD-MM            PIC 9(02).
           05  WS-RPT-LINE                  PIC X(132).
           05  WS-MAX-LINES                 PIC S9(04) COMP VALUE +55.
           05  WS-MAX-RC                    PIC 9(02)  VALUE ZERO.

      * A BENEFICIARY YOUNGER THAN THIS ON THE APPLICATION DATE IS A
      * MINOR.

           05  WS-MAJORITY-AGE              PIC 9(02)  VALUE 18.

      * PER-APPLICATION FINDINGS.

           05  WS-APP-SCOPE-SW              PIC X(01).
               88  WS-APP-IN-SCOPE                VALUE 'Y'.
               88  WS-APP-NOT-IN-SCOPE            VALUE 'N'.
           05  WS-APP-NO-BTH-DT-CNT         PIC 9(02).
           05  WS-APP-NO-CSTDN-CNT          PIC 9(02).
           05  WS-APP-DT                    PIC X(10).
           05  WS-FIRST-SUR-NM              PIC X(50).
           05  WS-FIRST-GIV-NM              PIC X(50).
           05  WS-FIRST-BTH-DT              PIC X(10).
           05  WS-FIRST-AGE                 PIC 9(02).
           05  WS-DSG-TYP-CD                PIC X(01).
               88  WS-DSG-CUSTODIAN               VALUE 'C'.
               88  WS-DSG-TRUST                   VALUE 'T'.
               88  WS-DSG-NONE                    VALUE 'N'.

      * AGE LAST BIRTHDAY ON THE APPLICATION DATE.

           05  WS-APP-DT-CCYY               PIC 9(04).
           05  WS-APP-DT-MMDD               PIC 9(04).
           05  WS-BTH-DT-CCYY               PIC 9(04).
           05  WS-BTH-DT-MMDD               PIC 9(04).
           05  WS-BNFY-AGE                  PIC S9(04) COMP.

      * REPORT BREAKS AND TOTALS.

           05  WS-PRV-SO-NUM                PIC X(03).
           05  WS-NONE-PCT                  PIC 9(03).
           05  WS-SO-TOT-MINR-CNT           PIC 9(07)  COMP-3.
           05  WS-SO-TOT-CSTDN-CNT          PIC 9(07)  COMP-3.
           05  WS-SO-TOT-TRUST-CNT          PIC 9(07)  COMP-3.
           05  WS-SO-TOT-NONE-CNT           PIC 9(07)  COMP-3.
           05  WS-GRD-TOT-MINR-CNT          PIC 9(07)  COMP-3
                                                       VALUE ZERO.
           05  WS-GRD-TOT-CSTDN-CNT         PIC 9(07)  COMP-3
                                                       VALUE ZERO.
           05  WS-GRD-TOT-TRUST-CNT         PIC 9(07)  COMP-3
                                                       VALUE ZERO.
           05  WS-GRD-TOT-NONE-CNT          PIC 9(07)  COMP-3
                                                       VALUE ZERO.

      * MINOR DESIGNATIONS OF THE MONTH BY SALES OFFICE, BRANCH AND
      * WRITING AGENT - EACH NEW KEY IS INSERTED IN ITS PLACE SO THE
      * TABLE PRINTS IN ORDER.

       01  WS-DSG-WORK-AREA.
           05  WS-DSG-MAX                   PIC S9(04) COMP VALUE +3000.
           05  WS-DSG-CNT                   PIC S9(04) COMP VALUE ZERO.
           05  WS-DSG-SUB                   PIC S9(04) COMP.
           05  WS-DSG-MOVE-SUB              PIC S9(04) COMP.
           05  WS-DSG-NEW-KEY.
               10  WS-DSG-NEW-SO-NUM        PIC X(03).
               10  WS-DSG-NEW-BR-NUM        PIC X(03).
               10  WS-DSG-NEW-AGT-NUM       PIC X(06).
           05  WS-DSG-TBL.
               10  WS-DSG-ENTRY             OCCURS 3000 TIMES.
                   15  WS-DSG-KEY.
                       20  WS-DSG-SO-NUM    PIC X(03).
                       20  WS-DSG-BR-NUM    PIC X(03).
                       20  WS-DSG-AGT-NUM   PIC X(06).
                   15  WS-DSG-MINR-CNT      PIC 9(05)  COMP-3.
                   15  WS-DSG-CSTDN-CNT     PIC 9(05)  COMP-3.
                   15  WS-DSG-TRUST-CNT     PIC 9(05)  COMP-3.
                   15  WS-DSG-NONE-CNT      PIC 9(05)  COMP-3.

           05  WS-TBL-OVRFLW-SW             PIC X(01)  VALUE 'N'.
               88  WS-TBL-OVERFLOW                VALUE 'Y'.
      /
       COPY XCWTFCMD.
      /
       COPY ACSWRUPL.
       COPY ACSWRUBN.
       COPY ACSWMNBH.
       COPY ACSWMBRP.
      /
      *****************************************************************
      * INPUT PARAMETER INFORMATION                                   *
      *****************************************************************

       01  WGLOB-GLOBAL-AREA.
       COPY XCWWGLOB.

       COPY ACFRUPOL.
       COPY ACFRUBEN.
      /
       LINKAGE SECTION.
      *****************

       01  LK-PARM-AREA.
           05  LK-PARM-LEN                 PIC S9(04) COMP.
           05  LK-PARM-DATA.
               10  LK-RUN-MODE             PIC X(01).
               10  LK-COMPANY-CODE         PIC X(02).
               10  LK-RUN-PARM-DT          PIC X(10).
               10  LK-MAJORITY-AGE         PIC X(02).
               10  LK-MAJORITY-AGE-N       REDEFINES
                   LK-MAJORITY-AGE         PIC 9(02).
               10  FILLER                  PIC X(15).
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
           PERFORM  RUBN-1000-READ
               THRU RUBN-1000-READ-X.

           PERFORM  2000-PROCESS-RUPOL
               THRU 2000-PROCESS-RUPOL-X
               UNTIL WRUPL-SEQ-IO-EOF
               OR    WS-TBL-OVERFLOW.

      * A RUN THAT COULD NOT HOLD THE MONTH'S DESIGNATIONS REPORTS
      * NOTHING RATHER THAN AN INCOMPLETE SUMMARY.

           IF   WS-RUN-MODE-REPORT
                IF   WS-TBL-OVERFLOW
                     MOVE 8            TO WS-MAX-RC
                ELSE
                     PERFORM  5000-PRINT-REPORT
                         THRU 5000-PRINT-REPORT-X
                END-IF
           END-IF.

           PERFORM  9999-CLOSE-FILES
               THRU 9999-CLOSE-FILES-X.

           PERFORM  5900-PRINT-GRAND-TOTALS
               THRU 5900-PRINT-GRAND-TOTALS-X.

      * HELD CASES NEED A CUSTODIAN DESIGNATION BEFORE THEY CAN
      * ISSUE.

           IF   WS-RUN-MODE-DAILY
           AND  WS-MNBH-REC-WRITTEN    > ZERO
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

           PERFORM  RUBN-3000-OPEN-INPUT
               THRU RUBN-3000-OPEN-INPUT-X.

           IF   WS-RUN-MODE-DAILY
                PERFORM  MNBH-4000-OPEN-OUTPUT
                    THRU MNBH-4000-OPEN-OUTPUT-X
           END-IF.

           IF   WS-RUN-MODE-REPORT
                PERFORM  MBRP-4000-OPEN-OUTPUT
                    THRU MBRP-4000-OPEN-OUTPUT-X
           END-IF.

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

      * DEFAULT REPORT PERIOD IS THE PREVIOUS CALENDAR MONTH.

           MOVE WS-RUN-DT-CCYY         TO WS-RPT-PRD-CCYY.
           IF   WS-RUN-DT-MM           = 01
                MOVE 12                TO WS-RPT-PRD-MM
                SUBTRACT 1           FROM WS-RPT-PRD-CCYY
           ELSE
                COMPUTE WS-RPT-PRD-MM  = WS-RUN-DT-MM - 1
           END-IF.

           IF   LK-PARM-LEN                  > ZERO
                MOVE LK-RUN-MODE        TO WS-RUN-MODE
                IF   LK-COMPANY-CODE         > SPACES
                     MOVE LK-COMPANY-CODE
                                        TO WGLOB-COMPANY-CODE
                END-IF
           END-IF.

           IF   NOT WS-RUN-MODE-VALID
      *MSG: RUN MODE PARM MUST BE D (DAILY) OR R (MONTHLY REPORT)
                MOVE 'AS95420001'       TO WGLOB-MSG-REF-INFO
                PERFORM  0260-1000-GENERATE-MESSAGE
                    THRU 0260-1000-GENERATE-MESSAGE-X
                PERFORM  0030-5000-LOGIC-ERROR
                    THRU 0030-5000-LOGIC-ERROR-X
           END-IF.

      * A PRIOR NIGHT'S HOLDS ARE RE-CUT BY GIVING ITS UPLOAD DATE.

           IF   WS-RUN-MODE-DAILY
           AND  LK-PARM-LEN                  > 3
           AND  LK-RUN-PARM-DT               > SPACES
                MOVE LK-RUN-PARM-DT     TO WS-EXTR-UPLD-DT
           END-IF.

           IF   WS-RUN-MODE-REPORT
           AND  LK-PARM-LEN                  > 3
           AND  LK-RUN-PARM-DT (1:4)         IS NUMERIC
           AND  LK-RUN-PARM-DT (6:2)         IS NUMERIC
                MOVE LK-RUN-PARM-DT (1:4)    TO WS-RPT-PRD-CCYY
                MOVE LK-RUN-PARM-DT (6:2)    TO WS-RPT-PRD-MM
           END-IF.

           IF   LK-PARM-LEN                  > 13
           AND  LK-MAJORITY-AGE              IS NUMERIC
           AND  LK-MAJORITY-AGE              > '00'
                MOVE LK-MAJORITY-AGE-N  TO WS-MAJORITY-AGE
           END-IF.

           IF   WS-RUN-MODE-DAILY
      *MSG: MINOR BENEFICIARY EDIT FOR UPLOADS OF @1 - MAJORITY AT @2
                MOVE 'AS95420002'       TO WGLOB-MSG-REF-INFO
                MOVE WS-EXTR-UPLD-DT    TO WGLOB-MSG-PARM (1)
           ELSE
      *MSG: MINOR BENEFICIARY REPORT FOR UPLOADS IN @1 - MAJORITY AT @2
                MOVE 'AS95420003'       TO WGLOB-MSG-REF-INFO
                MOVE WS-RPT-PRD         TO WGLOB-MSG-PARM (1)
           END-IF.
           MOVE WS-MAJORITY-AGE         TO WGLOB-MSG-PARM (2).
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

           IF   WS-RUN-MODE-DAILY
           AND  RUPOL-APP-UPLD-DT      = WS-EXTR-UPLD-DT
           AND  NOT RUPOL-POL-ASGN
           AND  NOT RUPOL-APL-REJ-YES
                SET  WS-APP-IN-SCOPE   TO TRUE
           END-IF.

      * THE REPORT COVERS EVERY DESIGNATION WRITTEN IN THE MONTH,
      * WHATEVER BECAME OF THE APPLICATION.

           IF   WS-RUN-MODE-REPORT
           AND  RUPOL-APP-UPLD-DT (1:7)
                                       = WS-RPT-PRD
                SET  WS-APP-IN-SCOPE   TO TRUE
           END-IF.

           IF   WS-APP-IN-SCOPE
                ADD  1                 TO WS-APP-IN-SCOPE-CNT
           END-IF.

           MOVE ZERO                   TO WS-APP-NO-BTH-DT-CNT
                                          WS-APP-NO-CSTDN-CNT
                                          WS-FIRST-AGE.
           MOVE SPACES                 TO WS-FIRST-SUR-NM
                                          WS-FIRST-GIV-NM
                                          WS-FIRST-BTH-DT.

      * THE APPLICATION DATE IS THE DATE THE AGE IS TAKEN ON.

           IF   RUPOL-APP-RPT-DT       > SPACES
                MOVE RUPOL-APP-RPT-DT  TO WS-APP-DT
           ELSE
                MOVE RUPOL-APP-UPLD-DT TO WS-APP-DT
           END-IF.

      * THE BENEFICIARY GROUP IS CONSUMED FOR EVERY APPLICATION TO
      * KEEP THE TWO FILES IN STEP.

           PERFORM  2200-MATCH-RUBN
               THRU 2200-MATCH-RUBN-X.

           IF   NOT WS-APP-IN-SCOPE
           OR   NOT WS-RUN-MODE-DAILY
                GO TO 2000-PROCESS-RUPOL-R
           END-IF.

           IF   WS-APP-NO-BTH-DT-CNT   > ZERO
      *MSG: APP @1 - @2 BENEFICIARIES WITH NO USABLE BIRTH DATE - MINOR
      *     CHECK NOT MADE FOR THEM
                MOVE 'AS95420004'      TO WGLOB-MSG-REF-INFO
                MOVE RUPOL-APP-ID      TO WGLOB-MSG-PARM (1)
                MOVE WS-APP-NO-BTH-DT-CNT
                                       TO WGLOB-MSG-PARM (2)
                PERFORM  0260-1000-GENERATE-MESSAGE
                    THRU 0260-1000-GENERATE-MESSAGE-X
           END-IF.

           IF   WS-APP-NO-CSTDN-CNT    > ZERO
                PERFORM  3000-WRITE-HOLD
                    THRU 3000-WRITE-HOLD-X
           END-IF.

       2000-PROCESS-RUPOL-R.

           PERFORM  RUPL-1000-READ
               THRU RUPL-1000-READ-X.

       2000-PROCESS-RUPOL-X.
           EXIT.
      /
      *----------------
       2200-MATCH-RUBN.
      *----------------

           PERFORM  2210-RUBN-READ-AHEAD
               THRU 2210-RUBN-READ-AHEAD-X
               UNTIL WRUBN-SEQ-IO-EOF
               OR    RUBEN-APP-ID NOT LESS THAN RUPOL-APP-ID.

           PERFORM  2220-RUBN-CONSUME-GROUP
               THRU 2220-RUBN-CONSUME-GROUP-X
               UNTIL WRUBN-SEQ-IO-EOF
               OR    RUBEN-APP-ID NOT = RUPOL-APP-ID.

       2200-MATCH-RUBN-X.
           EXIT.
      /
      *---------------------
       2210-RUBN-READ-AHEAD.
      *---------------------

           PERFORM  RUBN-1000-READ
               THRU RUBN-1000-READ-X.

       2210-RUBN-READ-AHEAD-X.
           EXIT.
      /
      *------------------------
       2220-RUBN-CONSUME-GROUP.
      *------------------------

           ADD  1                      TO WS-RUBEN-REC-READ.

           IF   NOT WS-APP-IN-SCOPE
                GO TO 2220-RUBN-CONSUME-GROUP-R
           END-IF.

      *
      * ONLY AN INDIVIDUAL WHO TAKES THE PROCEEDS HAS AN AGE THAT
      * MATTERS - A BENEFICIARY CARRYING A COMPANY NAME IS A COMPANY
      * AND A PROXY TAKES NOTHING.
      *
           IF   RUBEN-BNFY-CO-NM       > SPACES
           OR   RUBEN-BEN-TYP-PROXY
                GO TO 2220-RUBN-CONSUME-GROUP-R
           END-IF.

           PERFORM  2230-AGE-ON-APP-DATE
               THRU 2230-AGE-ON-APP-DATE-X.

           IF   WS-BNFY-AGE            < ZERO
                ADD  1                 TO WS-NO-BTH-DT-CNT
                IF   WS-APP-NO-BTH-DT-CNT
                                       < 99
                     ADD  1            TO WS-APP-NO-BTH-DT-CNT
                END-IF
                GO TO 2220-RUBN-CONSUME-GROUP-R
           END-IF.

           IF   WS-BNFY-AGE            NOT < WS-MAJORITY-AGE
                GO TO 2220-RUBN-CONSUME-GROUP-R
           END-IF.

           ADD  1                      TO WS-MINR-BNFY-CNT.

      * A CUSTODIAN OR TRUST CODE WITH NOBODY NAMED DESIGNATES NO
      * ONE.

           SET  WS-DSG-NONE            TO TRUE.
           IF   RUBEN-BNFY-CSTDN-REF-ID
                                       > SPACES
                IF   RUBEN-BNFY-CSTDN-CUSTODIAN
                     SET  WS-DSG-CUSTODIAN
                                       TO TRUE
                END-IF
                IF   RUBEN-BNFY-CSTDN-TRUST
                     SET  WS-DSG-TRUST TO TRUE
                END-IF
           END-IF.

           IF   WS-DSG-NONE
                ADD  1                 TO WS-MINR-NO-CSTDN-CNT
           END-IF.

           IF   WS-RUN-MODE-REPORT
                PERFORM  2300-POST-DESIGNATION
                    THRU 2300-POST-DESIGNATION-X
                GO TO 2220-RUBN-CONSUME-GROUP-R
           END-IF.

           IF   NOT WS-DSG-NONE
                GO TO 2220-RUBN-CONSUME-GROUP-R
           END-IF.

      * THE FIRST MINOR WITHOUT A DESIGNATION IS CARRIED ON THE HOLD
      * AND NAMED IN THE LETTER.

           IF   WS-APP-NO-CSTDN-CNT    = ZERO
                MOVE RUBEN-BEN-SUR-NM  TO WS-FIRST-SUR-NM
                MOVE RUBEN-BEN-GIV-NM  TO WS-FIRST-GIV-NM
                MOVE RUBEN-BNFY-BTH-DT TO WS-FIRST-BTH-DT
                MOVE WS-BNFY-AGE       TO WS-FIRST-AGE
           END-IF.

           IF   WS-APP-NO-CSTDN-CNT    < 99
                ADD  1                 TO WS-APP-NO-CSTDN-CNT
           END-IF.

       2220-RUBN-CONSUME-GROUP-R.

           PERFORM  RUBN-1000-READ
               THRU RUBN-1000-READ-X.

       2220-RUBN-CONSUME-GROUP-X.
           EXIT.
      /
      *---------------------
       2230-AGE-ON-APP-DATE.
      *---------------------

      * AGE LAST BIRTHDAY - ONE LESS WHEN THE BIRTHDAY FALLS AFTER
      * THE APPLICATION DATE IN THAT YEAR.  -1 WHEN EITHER DATE IS
      * UNUSABLE.

           MOVE -1                     TO WS-BNFY-AGE.

           IF   RUBEN-BNFY-BTH-DT (1:4) NOT NUMERIC
           OR   RUBEN-BNFY-BTH-DT (6:2) NOT NUMERIC
           OR   RUBEN-BNFY-BTH-DT (9:2) NOT NUMERIC
           OR   WS-APP-DT (1:4)         NOT NUMERIC
           OR   WS-APP-DT (6:2)         NOT NUMERIC
           OR   WS-APP-DT (9:2)         NOT NUMERIC
                GO TO 2230-AGE-ON-APP-DATE-X
           END-IF.

           MOVE WS-APP-DT (1:4)        TO WS-APP-DT-CCYY.
           MOVE WS-APP-DT (6:2)        TO WS-APP-DT-MMDD (1:2).
           MOVE WS-APP-DT (9:2)        TO WS-APP-DT-MMDD (3:2).
           MOVE RUBEN-BNFY-BTH-DT (1:4)
                                       TO WS-BTH-DT-CCYY.
           MOVE RUBEN-BNFY-BTH-DT (6:2)
                                       TO WS-BTH-DT-MMDD (1:2).
           MOVE RUBEN-BNFY-BTH-DT (9:2)
                                       TO WS-BTH-DT-MMDD (3:2).

           COMPUTE WS-BNFY-AGE         = WS-APP-DT-CCYY
                                       - WS-BTH-DT-CCYY.
           IF   WS-APP-DT-MMDD         < WS-BTH-DT-MMDD
                SUBTRACT 1           FROM WS-BNFY-AGE
           END-IF.

      * A BIRTH DATE AFTER THE APPLICATION DATE IS A KEYING ERROR,
      * NOT A NEWBORN.

           IF   WS-BNFY-AGE            < ZERO
                MOVE -1                TO WS-BNFY-AGE
           END-IF.

       2230-AGE-ON-APP-DATE-X.
           EXIT.
      /
      *----------------------
       2300-POST-DESIGNATION.
      *----------------------

           MOVE RUPOL-SO-NUM           TO WS-DSG-NEW-SO-NUM.
           MOVE RUPOL-BR-NUM           TO WS-DSG-NEW-BR-NUM.
           MOVE RUPOL-SALES-REP-NUM    TO WS-DSG-NEW-AGT-NUM.

      * FIND THE KEY, OR THE FIRST ENTRY THAT SORTS AFTER IT.

           PERFORM  2310-NEXT-SLOT
               THRU 2310-NEXT-SLOT-X
               VARYING WS-DSG-SUB FROM 1 BY 1
               UNTIL WS-DSG-SUB > WS-DSG-CNT
               OR    WS-DSG-KEY (WS-DSG-SUB) NOT < WS-DSG-NEW-KEY.

           IF   WS-DSG-SUB             > WS-DSG-CNT
           OR   WS-DSG-KEY (WS-DSG-SUB) NOT = WS-DSG-NEW-KEY
                PERFORM  2320-INSERT-ENTRY
                    THRU 2320-INSERT-ENTRY-X
                IF   WS-TBL-OVERFLOW
                     GO TO 2300-POST-DESIGNATION-X
                END-IF
           END-IF.

           ADD  1                      TO WS-DSG-MINR-CNT (WS-DSG-SUB).

           IF   WS-DSG-CUSTODIAN
                ADD  1                 TO WS-DSG-CSTDN-CNT (WS-DSG-SUB)
           END-IF.

           IF   WS-DSG-TRUST
                ADD  1                 TO WS-DSG-TRUST-CNT (WS-DSG-SUB)
           END-IF.

           IF   WS-DSG-NONE
                ADD  1                 TO WS-DSG-NONE-CNT (WS-DSG-SUB)
           END-IF.

       2300-POST-DESIGNATION-X.
           EXIT.
      /
      *---------------
       2310-NEXT-SLOT.
      *---------------

           CONTINUE.

       2310-NEXT-SLOT-X.
           EXIT.
      /
      *------------------
       2320-INSERT-ENTRY.
      *------------------

           IF   WS-DSG-CNT             NOT < WS-DSG-MAX
                PERFORM  8000-TABLE-FULL
                    THRU 8000-TABLE-FULL-X
                GO TO 2320-INSERT-ENTRY-X
           END-IF.

      * MOVE THE ENTRY AT THE SLOT AND EVERYTHING BEHIND IT DOWN ONE
      * PLACE.

           PERFORM  2330-SHIFT-ENTRY
               THRU 2330-SHIFT-ENTRY-X
               VARYING WS-DSG-MOVE-SUB FROM WS-DSG-CNT BY -1
               UNTIL WS-DSG-MOVE-SUB < WS-DSG-SUB.

           ADD  1                      TO WS-DSG-CNT.

           MOVE WS-DSG-NEW-KEY         TO WS-DSG-KEY (WS-DSG-SUB).
           MOVE ZERO                   TO WS-DSG-MINR-CNT (WS-DSG-SUB)
                                          WS-DSG-CSTDN-CNT (WS-DSG-SUB)
                                          WS-DSG-TRUST-CNT (WS-DSG-SUB)
                                          WS-DSG-NONE-CNT (WS-DSG-SUB).

       2320-INSERT-ENTRY-X.
           EXIT.
      /
      *-----------------
       2330-SHIFT-ENTRY.
      *-----------------

           MOVE WS-DSG-ENTRY (WS-DSG-MOVE-SUB)
                                       TO WS-DSG-ENTRY
                                              (WS-DSG-MOVE-SUB + 1).

       2330-SHIFT-ENTRY-X.
           EXIT.
      /
      *----------------
       3000-WRITE-HOLD.
      *----------------

      *MSG: APP @1 - @2 MINOR BENEFICIARIES WITHOUT A CUSTODIAN OR
      *     TRUST - HELD FOR DESIGNATION
           MOVE 'AS95420005'           TO WGLOB-MSG-REF-INFO.
           MOVE RUPOL-APP-ID           TO WGLOB-MSG-PARM (1).
           MOVE WS-APP-NO-CSTDN-CNT    TO WGLOB-MSG-PARM (2).
           PERFORM  0260-1000-GENERATE-MESSAGE
               THRU 0260-1000-GENERATE-MESSAGE-X.

           MOVE SPACES                 TO RMNBH-SEQ-REC-INFO.
           MOVE RUPOL-APP-ID           TO RMNBH-APP-ID.
           MOVE RUPOL-SALES-REP-NUM    TO RMNBH-SALES-REP-NUM.
           MOVE RUPOL-SO-NUM           TO RMNBH-SO-NUM.
           MOVE RUPOL-BR-NUM           TO RMNBH-BR-NUM.
           MOVE WS-APP-NO-CSTDN-CNT    TO RMNBH-MINR-BNFY-CNT.
           MOVE WS-FIRST-SUR-NM        TO RMNBH-BNFY-SUR-NM.
           MOVE WS-FIRST-GIV-NM        TO RMNBH-BNFY-GIV-NM.
           MOVE WS-FIRST-BTH-DT        TO RMNBH-BNFY-BTH-DT.
           MOVE WS-FIRST-AGE           TO RMNBH-BNFY-AGE.
           MOVE WS-RUN-DT-CCYYMMDD     TO RMNBH-DETECT-DT.
           SET  RMNBH-NOT-CLEARED      TO TRUE.

           PERFORM  MNBH-2000-WRITE
               THRU MNBH-2000-WRITE-X.

           ADD  1                      TO WS-MNBH-REC-WRITTEN.

       3000-WRITE-HOLD-X.
           EXIT.
      /
      *------------------
       5000-PRINT-REPORT.
      *------------------

           MOVE ZERO                   TO WS-SO-TOT-MINR-CNT
                                          WS-SO-TOT-CSTDN-CNT
                                          WS-SO-TOT-TRUST-CNT
                                          WS-SO-TOT-NONE-CNT.
           MOVE SPACES                 TO WS-PRV-SO-NUM.

           PERFORM  6000-PRINT-HEADINGS
               THRU 6000-PRINT-HEADINGS-X.

           IF   WS-DSG-CNT             = ZERO
                MOVE SPACES            TO WS-RPT-LINE
                STRING '    NO MINOR BENEFICIARY WAS DESIGNATED ON THE'
                       ' PERIOD''S UPLOADS'
                       DELIMITED BY SIZE
                       INTO WS-RPT-LINE
                PERFORM  6900-PRINT-LINE
                    THRU 6900-PRINT-LINE-X
                GO TO 5000-PRINT-REPORT-X
           END-IF.

           PERFORM  5100-PRINT-AGENT
               THRU 5100-PRINT-AGENT-X
               VARYING WS-DSG-SUB FROM 1 BY 1
               UNTIL WS-DSG-SUB > WS-DSG-CNT.

           PERFORM  5200-PRINT-SO-TOTAL
               THRU 5200-PRINT-SO-TOTAL-X.

      * GRAND TOTAL.

           MOVE SPACES                 TO WS-RPT-LINE.
           PERFORM  6900-PRINT-LINE
               THRU 6900-PRINT-LINE-X.

           MOVE WS-GRD-TOT-MINR-CNT    TO WS-PIC-CNT-1.
           MOVE WS-GRD-TOT-CSTDN-CNT   TO WS-PIC-CNT-2.
           MOVE WS-GRD-TOT-TRUST-CNT   TO WS-PIC-CNT-3.
           MOVE WS-GRD-TOT-NONE-CNT    TO WS-PIC-CNT-4.
           COMPUTE WS-NONE-PCT         = WS-GRD-TOT-NONE-CNT * 100
                                       / WS-GRD-TOT-MINR-CNT.
           MOVE WS-NONE-PCT            TO WS-PIC-PCT.

           MOVE SPACES                 TO WS-RPT-LINE.
           STRING 'ALL SALES OFFICES      '
                  WS-PIC-CNT-1 '       '
                  WS-PIC-CNT-2 '       '
                  WS-PIC-CNT-3 '       '
                  WS-PIC-CNT-4 '    '
                  WS-PIC-PCT
                  DELIMITED BY SIZE
                  INTO WS-RPT-LINE.
           PERFORM  6900-PRINT-LINE
               THRU 6900-PRINT-LINE-X.

       5000-PRINT-REPORT-X.
           EXIT.
      /
      *-----------------
       5100-PRINT-AGENT.
      *-----------------

           IF   WS-DSG-SO-NUM (WS-DSG-SUB)
                                       NOT = WS-PRV-SO-NUM
                IF   WS-PRV-SO-NUM     NOT = SPACES
                     PERFORM  5200-PRINT-SO-TOTAL
                         THRU 5200-PRINT-SO-TOTAL-X
                END-IF
                MOVE WS-DSG-SO-NUM (WS-DSG-SUB)
                                       TO WS-PRV-SO-NUM
                ADD  1                 TO WS-SO-PRINTED-CNT
           END-IF.

           IF   WS-LINE-CNT            > WS-MAX-LINES - 2
                PERFORM  6000-PRINT-HEADINGS
                    THRU 6000-PRINT-HEADINGS-X
           END-IF.

           ADD  WS-DSG-MINR-CNT (WS-DSG-SUB)
                                       TO WS-SO-TOT-MINR-CNT
                                          WS-GRD-TOT-MINR-CNT.
           ADD  WS-DSG-CSTDN-CNT (WS-DSG-SUB)
                                       TO WS-SO-TOT-CSTDN-CNT
                                          WS-GRD-TOT-CSTDN-CNT.
           ADD  WS-DSG-TRUST-CNT (WS-DSG-SUB)
                                       TO WS-SO-TOT-TRUST-CNT
                                          WS-GRD-TOT-TRUST-CNT.
           ADD  WS-DSG-NONE-CNT (WS-DSG-SUB)
                                       TO WS-SO-TOT-NONE-CNT
                                          WS-GRD-TOT-NONE-CNT.

           MOVE WS-DSG-MINR-CNT (WS-DSG-SUB)
                                       TO WS-PIC-CNT-1.
           MOVE WS-DSG-CSTDN-CNT (WS-DSG-SUB)
                                       TO WS-PIC-CNT-2.
           MOVE WS-DSG-TRUST-CNT (WS-DSG-SUB)
                                       TO WS-PIC-CNT-3.
           MOVE WS-DSG-NONE-CNT (WS-DSG-SUB)
                                       TO WS-PIC-CNT-4.
           COMPUTE WS-NONE-PCT         = WS-DSG-NONE-CNT (WS-DSG-SUB)
                                       * 100
                                       / WS-DSG-MINR-CNT (WS-DSG-SUB).
           MOVE WS-NONE-PCT            TO WS-PIC-PCT.

           MOVE SPACES                 TO WS-RPT-LINE.
           STRING WS-DSG-SO-NUM (WS-DSG-SUB) '  '
                  WS-DSG-BR-NUM (WS-DSG-SUB) '  '
                  WS-DSG-AGT-NUM (WS-DSG-SUB) '       '
                  WS-PIC-CNT-1 '       '
                  WS-PIC-CNT-2 '       '
                  WS-PIC-CNT-3 '       '
                  WS-PIC-CNT-4 '    '
                  WS-PIC-PCT
                  DELIMITED BY SIZE
                  INTO WS-RPT-LINE.

      * AN AGENT WHO LEFT A MINOR WITHOUT A CUSTODIAN OR TRUST IS
      * MARKED FOR TRAINING.

           IF   WS-DSG-NONE-CNT (WS-DSG-SUB)
                                       > ZERO
                MOVE 'TRAINING'        TO WS-RPT-LINE (80:8)
                ADD  1                 TO WS-AGT-TRAIN-CNT
           END-IF.

           PERFORM  6900-PRINT-LINE
               THRU 6900-PRINT-LINE-X.

       5100-PRINT-AGENT-X.
           EXIT.
      /
      *--------------------
       5200-PRINT-SO-TOTAL.
      *--------------------

           MOVE WS-SO-TOT-MINR-CNT     TO WS-PIC-CNT-1.
           MOVE WS-SO-TOT-CSTDN-CNT    TO WS-PIC-CNT-2.
           MOVE WS-SO-TOT-TRUST-CNT    TO WS-PIC-CNT-3.
           MOVE WS-SO-TOT-NONE-CNT     TO WS-PIC-CNT-4.
           COMPUTE WS-NONE-PCT         = WS-SO-TOT-NONE-CNT * 100
                                       / WS-SO-TOT-MINR-CNT.
           MOVE WS-NONE-PCT            TO WS-PIC-PCT.

           MOVE SPACES                 TO WS-RPT-LINE.
           STRING WS-PRV-SO-NUM ' SALES OFFICE TOTAL '
                  WS-PIC-CNT-1 '       '
                  WS-PIC-CNT-2 '       '
                  WS-PIC-CNT-3 '       '
                  WS-PIC-CNT-4 '    '
                  WS-PIC-PCT
                  DELIMITED BY SIZE
                  INTO WS-RPT-LINE.
           PERFORM  6900-PRINT-LINE
               THRU 6900-PRINT-LINE-X.

           MOVE SPACES                 TO WS-RPT-LINE.
           PERFORM  6900-PRINT-LINE
               THRU 6900-PRINT-LINE-X.

           MOVE ZERO                   TO WS-SO-TOT-MINR-CNT
                                          WS-SO-TOT-CSTDN-CNT
                                          WS-SO-TOT-TRUST-CNT
                                          WS-SO-TOT-NONE-CNT.

       5200-PRINT-SO-TOTAL-X.
           EXIT.
      /
      *------------------------
       5900-PRINT-GRAND-TOTALS.
      *------------------------

      *MSG: APPS READ @1 - IN SCOPE @2 - MINOR BENEFICIARIES @3 -
      *     WITHOUT CUSTODIAN OR TRUST @4 - NO BIRTH DATE @5
           MOVE 'AS95420007'           TO WGLOB-MSG-REF-INFO.
           MOVE WS-RUPOL-REC-READ      TO WS-PIC-COUNTER.
           MOVE WS-PIC-COUNTER         TO WGLOB-MSG-PARM (1).
           MOVE WS-APP-IN-SCOPE-CNT    TO WS-PIC-COUNTER.
           MOVE WS-PIC-COUNTER         TO WGLOB-MSG-PARM (2).
           MOVE WS-MINR-BNFY-CNT       TO WS-PIC-COUNTER.
           MOVE WS-PIC-COUNTER         TO WGLOB-MSG-PARM (3).
           MOVE WS-MINR-NO-CSTDN-CNT   TO WS-PIC-COUNTER.
           MOVE WS-PIC-COUNTER         TO WGLOB-MSG-PARM (4).
           MOVE WS-NO-BTH-DT-CNT       TO WS-PIC-COUNTER.
           MOVE WS-PIC-COUNTER         TO WGLOB-MSG-PARM (5).
           PERFORM  0260-1000-GENERATE-MESSAGE
               THRU 0260-1000-GENERATE-MESSAGE-X.

           IF   WS-RUN-MODE-DAILY
      *MSG: CUSTODIAN DESIGNATION HOLDS WRITTEN @1
                MOVE 'AS95420008'      TO WGLOB-MSG-REF-INFO
                MOVE WS-MNBH-REC-WRITTEN
                                       TO WS-PIC-COUNTER
                MOVE WS-PIC-COUNTER    TO WGLOB-MSG-PARM (1)
                PERFORM  0260-1000-GENERATE-MESSAGE
                    THRU 0260-1000-GENERATE-MESSAGE-X
           END-IF.

           IF   WS-RUN-MODE-REPORT
           AND  NOT WS-TBL-OVERFLOW
      *MSG: PERIOD @1 - SALES OFFICES @2 - AGENTS @3 - MARKED FOR
      *     TRAINING @4
                MOVE 'AS95420009'      TO WGLOB-MSG-REF-INFO
                MOVE WS-RPT-PRD        TO WGLOB-MSG-PARM (1)
                MOVE WS-SO-PRINTED-CNT TO WS-PIC-COUNTER
                MOVE WS-PIC-COUNTER    TO WGLOB-MSG-PARM (2)
                MOVE WS-DSG-CNT        TO WS-PIC-COUNTER
                MOVE WS-PIC-COUNTER    TO WGLOB-MSG-PARM (3)
                MOVE WS-AGT-TRAIN-CNT  TO WS-PIC-COUNTER
                MOVE WS-PIC-COUNTER    TO WGLOB-MSG-PARM (4)
                PERFORM  0260-1000-GENERATE-MESSAGE
                    THRU 0260-1000-GENERATE-MESSAGE-X
           END-IF.

       5900-PRINT-GRAND-TOTALS-X.
           EXIT.
      /
      *--------------------
       6000-PRINT-HEADINGS.
      *--------------------

           ADD  1                      TO WS-PAGE-CNT.
           MOVE WS-PAGE-CNT            TO WS-PIC-PAGE.

           MOVE SPACES                 TO WS-RPT-LINE.
           STRING 'MINOR BENEFICIARY DESIGNATIONS BY SALES OFFICE - '
                  'COMPANY ' WGLOB-COMPANY-CODE
                  '   UPLOADED ' WS-RPT-PRD
                  '   MAJORITY AT ' WS-MAJORITY-AGE
                  '   RUN ' WS-RUN-DT-CCYYMMDD
                  '   PAGE ' WS-PIC-PAGE
                  DELIMITED BY SIZE
                  INTO WS-RPT-LINE.
           MOVE SPACES                 TO RMBRP-SEQ-REC-INFO.
           SET  RMBRP-NEW-PAGE         TO TRUE.
           MOVE WS-RPT-LINE            TO RMBRP-LINE-TXT.
           PERFORM  MBRP-2000-WRITE
               THRU MBRP-2000-WRITE-X.

           MOVE SPACES                 TO WS-RPT-LINE.
           PERFORM  6900-PRINT-LINE
               THRU 6900-PRINT-LINE-X.

           MOVE SPACES                 TO WS-RPT-LINE.
           STRING 'SO   BR   AGENT       MINORS   CUSTODIAN       '
                  'TRUST        NONE  NONE%'
                  DELIMITED BY SIZE
                  INTO WS-RPT-LINE.
           PERFORM  6900-PRINT-LINE
               THRU 6900-PRINT-LINE-X.

           MOVE 3                      TO WS-LINE-CNT.

       6000-PRINT-HEADINGS-X.
           EXIT.
      /
      *----------------
       6900-PRINT-LINE.
      *----------------

           MOVE SPACES                 TO RMBRP-SEQ-REC-INFO.
           MOVE WS-RPT-LINE            TO RMBRP-LINE-TXT.

           PERFORM  MBRP-2000-WRITE
               THRU MBRP-2000-WRITE-X.

           ADD  1                      TO WS-LINE-CNT.

       6900-PRINT-LINE-X.
           EXIT.
      /
      *----------------
       8000-TABLE-FULL.
      *----------------

           IF   WS-TBL-OVERFLOW
                GO TO 8000-TABLE-FULL-X
           END-IF.

           SET  WS-TBL-OVERFLOW        TO TRUE.

      *MSG: DESIGNATION TABLE FULL AT APP @1 - NO REPORT PRODUCED - RC 8
           MOVE 'AS95420006'           TO WGLOB-MSG-REF-INFO.
           MOVE RUPOL-APP-ID           TO WGLOB-MSG-PARM (1).
           PERFORM  0260-1000-GENERATE-MESSAGE
               THRU 0260-1000-GENERATE-MESSAGE-X.

       8000-TABLE-FULL-X.
           EXIT.
      /
      *-----------------
       9999-CLOSE-FILES.
      *-----------------

           PERFORM  RUPL-4000-CLOSE
               THRU RUPL-4000-CLOSE-X.

           PERFORM  RUBN-4000-CLOSE
               THRU RUBN-4000-CLOSE-X.

           IF   WS-RUN-MODE-DAILY
                PERFORM  MNBH-5000-CLOSE
                    THRU MNBH-5000-CLOSE-X
           END-IF.

           IF   WS-RUN-MODE-REPORT
                PERFORM  MBRP-5000-CLOSE
                    THRU MBRP-5000-CLOSE-X
           END-IF.

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
       COPY ACPARUBN.
       COPY ACPNRUBN.
       COPY ACPORUBN.
       COPY ACPLRUBN.
      /
       COPY ACPIMNBH.
      /
       COPY ACPIMBRP.
      /
      *****************************************************************
      * ERROR HANDLING ROUTINES                                       *
      *****************************************************************

       COPY XCPL0030.

       COPY XCPL0260.

      *****************************************************************
      **                 END OF PROGRAM ASBM9542                     **
      *****************************************************************
