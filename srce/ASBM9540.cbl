      *************************
       IDENTIFICATION DIVISION.
      *************************

       PROGRAM-ID. ASBM9540.

       COPY XCWWCRHT.

      *****************************************************************
      **  MEMBER :  ASBM9540                                         **
      **  REMARKS:  MONTHLY AGENT REPLACEMENT-CHURNING REVIEW.  THE  **
      **            RUPOL DRIVER EXTRACT IS MATCHED WITH THE RUCLI   **
      **            CLIENT EXTRACT (THE OTHER-INSURANCE REPLACEMENT  **
      **            ANSWER) AND THE RUCNV CONVERSION EXTRACT (THE    **
      **            ORIGINAL POLICIES BEING REPLACED), ALL SORTED BY **
      **            APP ID.  FOR EVERY POLICY ISSUED IN THE MONTH    **
      **            THAT REPLACES OTHER INSURANCE, EACH ORIGINAL     **
      **            POLICY ISSUED WITHIN THE LOOK-BACK MONTHS BEFORE **
      **            THE NEW POLICY'S CONVERSION IS LOOKED UP ON THE  **
      **            CMSX FIRST-YEAR COMMISSION FEED HISTORY (EVERY   **
      **            RUN'S FILE CONCATENATED AND SORTED BY POLICY     **
      **            NUMBER IN THE JCL).  WHEN THE WRITING OR         **
      **            CO-WRITING AGENT OF THE NEW POLICY WAS PAID      **
      **            COMMISSION ON THE ORIGINAL, THE AGENT HAS        **
      **            REPLACED THEIR OWN RECENT SALE.                  **
      **                                                             **
      **            THE CHRP REPORT RANKS THE AGENTS WHO REPLACED    **
      **            THEIR OWN SALES - MOST OWN-SALE REPLACEMENTS     **
      **            FIRST, THEN THE LARGEST COMMISSION GAINED - AND  **
      **            LISTS EACH REPLACEMENT UNDER ITS AGENT WITH THE  **
      **            ORIGINALS IT REPLACED.  PREMIUM GAINED IS THE    **
      **            NEW POLICY'S ANNUAL PREMIUM LESS THE ANNUAL      **
      **            PREMIUM OF THE AGENT'S ORIGINALS IT REPLACED;    **
      **            COMMISSION GAINED IS THE AGENT'S SHARE OF THE    **
      **            NEW ANNUAL PREMIUM (HALF WHEN THE CASE IS        **
      **            CO-WRITTEN, AS ON THE COMMISSION FEED) AT THE    **
      **            FIRST-YEAR COMMISSION RATE.  AN AGENT IS         **
      **            REFERRED FOR COMPLIANCE REVIEW ONCE THE OWN-SALE **
      **            REPLACEMENTS REACH THE REVIEW COUNT OR THE SHARE **
      **            OF THE AGENT'S REPLACEMENT BUSINESS.  A          **
      **            REPLACEMENT THE CLIENT DID NOT DECLARE IS MARKED **
      **            ON THE REPORT.                                   **
      **                                                             **
      **            A FULL APPLICATION, ORIGINAL POLICY OR AGENT     **
      **            TABLE ENDS THE RUN RC 8 WITHOUT A PARTIAL        **
      **            RESULT.                                          **
      **                                                             **
      **            JCL PARM:  BYTES 1-2   COMPANY                   **
      **                       BYTES 3-9   PERIOD (CCYY-MM)          **
      **                                   (DEFAULT - THE CALENDAR   **
      **                                   MONTH BEFORE THE RUN)     **
      **                       BYTES 10-12 LOOK-BACK MONTHS (024)    **
      **                       BYTES 13-17 FIRST-YEAR COMMISSION     **
      **                                   RATE 999V99 (04000)       **
      **                       BYTES 18-20 REVIEW COUNT (002)        **
      **                       BYTES 21-23 REVIEW SHARE PCT (050)    **
      **                                                             **
      **  DOMAIN :  AG                                               **
      **  CLASS  :  PD                                               **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
418263**  15OCT26  DEV    NEW PROGRAM                                **
      *****************************************************************

      **********************
       ENVIRONMENT DIVISION.
      **********************

       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY ACSSCMSX.
       COPY ACSSCHRP.

      ***************
       DATA DIVISION.
      ***************

       FILE SECTION.

       COPY ACSDCMSX.

       COPY ACSRCMSX.

       COPY ACSDCHRP.

       COPY ACSRCHRP.

       WORKING-STORAGE SECTION.

       COPY XCWWPGWS REPLACING '$VAR1' BY 'ASBM9540'.

       COPY SQLCA.

       01  WS-COUNTERS.
           05  WS-RUPOL-REC-READ            PIC 9(07)  VALUE ZEROS.
           05  WS-CMSX-REC-READ             PIC 9(09)  VALUE ZEROS.
           05  WS-REPL-APP-CNT              PIC 9(07)  VALUE ZEROS.
           05  WS-NO-ORIG-CNT               PIC 9(07)  VALUE ZEROS.
           05  WS-UNDECL-CNT                PIC 9(07)  VALUE ZEROS.
           05  WS-OLD-ORIG-CNT              PIC 9(07)  VALUE ZEROS.
           05  WS-ORIG-NOT-FOUND-CNT        PIC 9(07)  VALUE ZEROS.
           05  WS-OWN-APP-CNT               PIC 9(07)  VALUE ZEROS.
           05  WS-AGT-RANKED-CNT            PIC 9(07)  VALUE ZEROS.
           05  WS-AGT-FLAGGED-CNT           PIC 9(07)  VALUE ZEROS.
           05  WS-LINE-CNT                  PIC S9(04) COMP VALUE +99.
           05  WS-PAGE-CNT                  PIC S9(04) COMP VALUE ZERO.
           05  WS-PIC-COUNTER               PIC Z(06)9.
           05  WS-PIC-CNT-1                 PIC Z(04)9.
           05  WS-PIC-CNT-2                 PIC Z(04)9.
           05  WS-PIC-CNT-3                 PIC Z(04)9.
           05  WS-PIC-PAGE                  PIC ZZZ9.
           05  WS-PIC-RANK                  PIC ZZZ9.
           05  WS-PIC-PCT                   PIC ZZ9.
           05  WS-PIC-MOS                   PIC ZZ9.
           05  WS-PIC-RATE                  PIC ZZ9.99.
           05  WS-PIC-AMT-1                 PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  WS-PIC-AMT-2                 PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  WS-PIC-AMT-3                 PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.

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

      * REVIEW THRESHOLDS - ALL PARM-OVERRIDABLE.

           05  WS-LOOK-BACK-MOS             PIC 9(03)  VALUE 24.
           05  WS-FYC-PCT                   PIC 9(03)V9(02)
                                                       VALUE 40.
           05  WS-REVIEW-MIN-CNT            PIC 9(03)  VALUE 2.
           05  WS-REVIEW-MIN-PCT            PIC 9(03)  VALUE 50.
           05  WS-OWN-PCT                   PIC 9(03).

      * PER-APPLICATION FINDINGS.

           05  WS-APP-SEL-SW                PIC X(01).
               88  WS-APP-SELECTED                VALUE 'Y'.
               88  WS-APP-NOT-SELECTED            VALUE 'N'.
           05  WS-APP-DECL-SW               PIC X(01).
               88  WS-APP-DECLARED                VALUE 'Y'.
               88  WS-APP-NOT-DECLARED            VALUE 'N'.
           05  WS-APP-ADDED-SW              PIC X(01).
               88  WS-APP-ADDED                   VALUE 'Y'.
               88  WS-APP-NOT-ADDED               VALUE 'N'.
           05  WS-APP-ORIG-CNT              PIC S9(04) COMP.
           05  WS-MODE-FREQ-CD              PIC X(02).
           05  WS-MODE-FREQ                 REDEFINES
               WS-MODE-FREQ-CD              PIC 9(02).
               88  WS-MODE-FREQ-VALID             VALUE 01 02 04 12.
           05  WS-ANNL-PREM-AMT             PIC S9(13)V9(02) COMP-3.

      * MONTHS FROM THE ORIGINAL'S ISSUE TO THE NEW POLICY'S
      * CONVERSION.

           05  WS-DT-CCYY                   PIC 9(04).
           05  WS-DT-MM                     PIC 9(02).
           05  WS-NEW-MOS-NUM               PIC S9(07) COMP.
           05  WS-NEW-DD                    PIC 9(02).
           05  WS-ORIG-MOS-NUM              PIC S9(07) COMP.
           05  WS-ORIG-DD                   PIC 9(02).
           05  WS-MOS-SINCE                 PIC S9(05) COMP.
           05  WS-ORIG-NEW-KEY              PIC X(10).

      * THE AGENT BEING CREDITED WITH A REPLACEMENT.

           05  WS-CUR-AGT-NUM               PIC X(06).
           05  WS-CUR-ROLE-CD               PIC X(01).
               88  WS-CUR-ROLE-WRITING            VALUE 'W'.
               88  WS-CUR-ROLE-CO-WRITING         VALUE 'C'.
           05  WS-CUR-SHR-PCT               PIC 9(03)V9(02).
           05  WS-CUR-OWN-ORIG-CNT          PIC S9(04) COMP.
           05  WS-CUR-ORIG-PREM-AMT         PIC S9(13)V9(02) COMP-3.
           05  WS-CUR-PREM-GAINED-AMT       PIC S9(13)V9(02) COMP-3.
           05  WS-CUR-CMSN-GAINED-AMT       PIC S9(13)V9(02) COMP-3.

      * RANKING.

           05  WS-RANK-NUM                  PIC S9(04) COMP VALUE ZERO.
           05  WS-BEST-SUB                  PIC S9(04) COMP.
           05  WS-RANK-DONE-SW              PIC X(01)  VALUE 'N'.
               88  WS-RANK-DONE                   VALUE 'Y'.

      * ISSUED REPLACEMENTS OF THE MONTH, IN APP ID ORDER.

       01  WS-APP-WORK-AREA.
           05  WS-APP-MAX                   PIC S9(04) COMP VALUE +3000.
           05  WS-APP-CNT                   PIC S9(04) COMP VALUE ZERO.
           05  WS-APP-SUB                   PIC S9(04) COMP.
           05  WS-APP-TBL.
               10  WS-APP-ENTRY             OCCURS 3000 TIMES.
                   15  WS-APP-ID            PIC X(15).
                   15  WS-APP-POL-ID        PIC X(10).
                   15  WS-APP-CNV-DT        PIC X(10).
                   15  WS-APP-WRT-AGT       PIC X(06).
                   15  WS-APP-CO-AGT        PIC X(06).
                   15  WS-APP-ANNL-PREM-AMT PIC S9(13)V9(02) COMP-3.
                   15  WS-APP-DECL-IND      PIC X(01).

      * ORIGINAL POLICIES REPLACED WITHIN THE LOOK-BACK, HELD IN
      * POLICY NUMBER ORDER FOR THE MATCH AGAINST THE COMMISSION FEED
      * HISTORY - EACH IS INSERTED IN ITS PLACE AS IT IS FOUND.

       01  WS-ORIG-WORK-AREA.
           05  WS-ORIG-MAX                  PIC S9(04) COMP VALUE +5000.
           05  WS-ORIG-CNT                  PIC S9(04) COMP VALUE ZERO.
           05  WS-ORIG-SUB                  PIC S9(04) COMP.
           05  WS-ORIG-MOVE-SUB             PIC S9(04) COMP.
           05  WS-ORIG-LOW-SUB              PIC S9(04) COMP.
           05  WS-ORIG-TBL.
               10  WS-ORIG-ENTRY            OCCURS 5000 TIMES.
                   15  WS-ORIG-KEY          PIC X(10).
                   15  WS-ORIG-ISS-DT       PIC X(10).
                   15  WS-ORIG-MOS-SINCE    PIC 9(03).
                   15  WS-ORIG-ANNL-PREM-AMT
                                            PIC S9(13)V9(02) COMP-3.
                   15  WS-ORIG-APP-SUB      PIC S9(04) COMP.
                   15  WS-ORIG-FOUND-SW     PIC X(01).
                       88  WS-ORIG-FOUND          VALUE 'Y'.
                   15  WS-ORIG-WRT-OWN-SW   PIC X(01).
                       88  WS-ORIG-WRT-OWN        VALUE 'Y'.
                   15  WS-ORIG-CO-OWN-SW    PIC X(01).
                       88  WS-ORIG-CO-OWN         VALUE 'Y'.

      * REPLACEMENT BUSINESS BY AGENT - WRITING AND CO-WRITING.

       01  WS-AGT-WORK-AREA.
           05  WS-AGT-MAX                   PIC S9(04) COMP VALUE +3000.
           05  WS-AGT-CNT                   PIC S9(04) COMP VALUE ZERO.
           05  WS-AGT-SUB                   PIC S9(04) COMP.
           05  WS-AGT-USE-SUB               PIC S9(04) COMP.
           05  WS-AGT-TBL.
               10  WS-AGT-ENTRY             OCCURS 3000 TIMES.
                   15  WS-AGT-NUM           PIC X(06).
                   15  WS-AGT-REPL-APP-CNT  PIC 9(05)  COMP-3.
                   15  WS-AGT-OWN-APP-CNT   PIC 9(05)  COMP-3.
                   15  WS-AGT-OWN-ORIG-CNT  PIC 9(05)  COMP-3.
                   15  WS-AGT-PREM-GAINED-AMT
                                            PIC S9(13)V9(02) COMP-3.
                   15  WS-AGT-CMSN-GAINED-AMT
                                            PIC S9(13)V9(02) COMP-3.
                   15  WS-AGT-RANK-NUM      PIC S9(04) COMP.

           05  WS-TBL-OVRFLW-SW             PIC X(01)  VALUE 'N'.
               88  WS-TBL-OVERFLOW                VALUE 'Y'.
      /
       COPY XCWTFCMD.
      /
       COPY ACSWRUPL.
       COPY ACSWUCLI.
       COPY ACSWUCNV.
       COPY ACSWCMSX.
       COPY ACSWCHRP.
      /
      *****************************************************************
      * INPUT PARAMETER INFORMATION                                   *
      *****************************************************************

       01  WGLOB-GLOBAL-AREA.
       COPY XCWWGLOB.

       COPY ACFRUPOL.
       COPY ACFRUCLI.
       COPY ACFRUCNV.
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
               10  LK-LOOK-BACK-MOS        PIC X(03).
               10  LK-LOOK-BACK-MOS-N      REDEFINES
                   LK-LOOK-BACK-MOS        PIC 9(03).
               10  LK-FYC-PCT              PIC X(05).
               10  LK-FYC-PCT-N            REDEFINES
                   LK-FYC-PCT              PIC 9(03)V9(02).
               10  LK-REVIEW-MIN-CNT       PIC X(03).
               10  LK-REVIEW-MIN-CNT-N     REDEFINES
                   LK-REVIEW-MIN-CNT       PIC 9(03).
               10  LK-REVIEW-MIN-PCT       PIC X(03).
               10  LK-REVIEW-MIN-PCT-N     REDEFINES
                   LK-REVIEW-MIN-PCT       PIC 9(03).
               10  FILLER                  PIC X(07).
      /
       PROCEDURE DIVISION USING LK-PARM-AREA.

      *--------------
       0000-MAINLINE.
      *--------------

           PERFORM  0100-OPEN-FILES
               THRU 0100-OPEN-FILES-X.

           PERFORM  0200-INITIALIZE
               THRU 0200-INITIALIZE-X.

           PERFORM  RUPL-1000-READ
               THRU RUPL-1000-READ-X.
           PERFORM  UCLI-1000-READ
               THRU UCLI-1000-READ-X.
           PERFORM  UCNV-1000-READ
               THRU UCNV-1000-READ-X.

           PERFORM  1000-PROCESS-RUPOL
               THRU 1000-PROCESS-RUPOL-X
               UNTIL WRUPL-SEQ-IO-EOF
               OR    WS-TBL-OVERFLOW.

           IF   NOT WS-TBL-OVERFLOW
                PERFORM  3000-MATCH-COMMISSION
                    THRU 3000-MATCH-COMMISSION-X
                PERFORM  4000-CREDIT-AGENTS
                    THRU 4000-CREDIT-AGENTS-X
                    VARYING WS-APP-SUB FROM 1 BY 1
                    UNTIL WS-APP-SUB > WS-APP-CNT
                    OR    WS-TBL-OVERFLOW
           END-IF.

      * A RUN THAT COULD NOT HOLD THE MONTH'S BUSINESS REPORTS
      * NOTHING RATHER THAN AN INCOMPLETE RANKING.

           IF   WS-TBL-OVERFLOW
                MOVE 8                 TO WS-MAX-RC
           ELSE
                PERFORM  5000-PRINT-REPORT
                    THRU 5000-PRINT-REPORT-X
           END-IF.

           PERFORM  5900-PRINT-GRAND-TOTALS
               THRU 5900-PRINT-GRAND-TOTALS-X.

           PERFORM  9999-CLOSE-FILES
               THRU 9999-CLOSE-FILES-X.

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

           PERFORM  UCNV-3000-OPEN-INPUT
               THRU UCNV-3000-OPEN-INPUT-X.

           PERFORM  CHRP-4000-OPEN-OUTPUT
               THRU CHRP-4000-OPEN-OUTPUT-X.

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

           IF   LK-PARM-LEN                  > 9
           AND  LK-LOOK-BACK-MOS             NUMERIC
                MOVE LK-LOOK-BACK-MOS-N TO WS-LOOK-BACK-MOS
           END-IF.

           IF   LK-PARM-LEN                  > 12
           AND  LK-FYC-PCT                   NUMERIC
                MOVE LK-FYC-PCT-N       TO WS-FYC-PCT
           END-IF.

           IF   LK-PARM-LEN                  > 17
           AND  LK-REVIEW-MIN-CNT            NUMERIC
                MOVE LK-REVIEW-MIN-CNT-N
                                        TO WS-REVIEW-MIN-CNT
           END-IF.

           IF   LK-PARM-LEN                  > 20
           AND  LK-REVIEW-MIN-PCT            NUMERIC
                MOVE LK-REVIEW-MIN-PCT-N
                                        TO WS-REVIEW-MIN-PCT
           END-IF.

       0200-INITIALIZE-X.
           EXIT.
      /
      *-------------------
       1000-PROCESS-RUPOL.
      *-------------------

           ADD  1                      TO WS-RUPOL-REC-READ.

      * ONLY A POLICY ISSUED IN THE PERIOD IS LOOKED AT.

           SET  WS-APP-NOT-SELECTED    TO TRUE.

           IF   RUPOL-POL-ASGN
           AND  RUPOL-POL-CNV-DT (1:7) = WS-RPT-PRD
                SET  WS-APP-SELECTED   TO TRUE
           END-IF.

           SET  WS-APP-NOT-ADDED       TO TRUE.
           MOVE ZERO                   TO WS-APP-ORIG-CNT.

           PERFORM  2100-MATCH-UCLI
               THRU 2100-MATCH-UCLI-X.

           PERFORM  2200-MATCH-UCNV
               THRU 2200-MATCH-UCNV-X.

           IF   NOT WS-APP-SELECTED
                GO TO 1000-PROCESS-RUPOL-R
           END-IF.

      * A DECLARED REPLACEMENT WITH NO ORIGINAL POLICY ON THE
      * CONVERSION ROWS STILL COUNTS IN THE AGENT'S REPLACEMENT
      * BUSINESS; AN ORIGINAL THE CLIENT DID NOT DECLARE IS MARKED.

           IF   WS-APP-DECLARED
           AND  WS-APP-NOT-ADDED
                PERFORM  2300-ADD-APP
                    THRU 2300-ADD-APP-X
           END-IF.

           IF   WS-APP-DECLARED
           AND  WS-APP-ORIG-CNT        = ZERO
                ADD  1                 TO WS-NO-ORIG-CNT
           END-IF.

           IF   WS-APP-NOT-DECLARED
           AND  WS-APP-ADDED
                ADD  1                 TO WS-UNDECL-CNT
           END-IF.

       1000-PROCESS-RUPOL-R.

           PERFORM  RUPL-1000-READ
               THRU RUPL-1000-READ-X.

       1000-PROCESS-RUPOL-X.
           EXIT.
      /
      *----------------
       2100-MATCH-UCLI.
      *----------------

      * SKIP ANY UCLI ROWS LEFT OVER FROM AN APPLICATION THAT HAS NO
      * MATCHING RUPOL ROW (SHOULD NOT NORMALLY OCCUR).

           PERFORM  2110-UCLI-READ-AHEAD
               THRU 2110-UCLI-READ-AHEAD-X
               UNTIL WUCLI-SEQ-IO-EOF
               OR    RUCLI-APP-ID NOT LESS THAN RUPOL-APP-ID.

           SET  WS-APP-NOT-DECLARED    TO TRUE.

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

           IF   RUCLI-OTHR-INS-REPL
                SET  WS-APP-DECLARED   TO TRUE
           END-IF.

           PERFORM  UCLI-1000-READ
               THRU UCLI-1000-READ-X.

       2120-UCLI-CONSUME-GROUP-X.
           EXIT.
      /
      *----------------
       2200-MATCH-UCNV.
      *----------------

           PERFORM  2210-UCNV-READ-AHEAD
               THRU 2210-UCNV-READ-AHEAD-X
               UNTIL WUCNV-SEQ-IO-EOF
               OR    RUCNV-APP-ID NOT LESS THAN RUPOL-APP-ID.

           PERFORM  2220-UCNV-CONSUME-GROUP
               THRU 2220-UCNV-CONSUME-GROUP-X
               UNTIL WUCNV-SEQ-IO-EOF
               OR    RUCNV-APP-ID NOT = RUPOL-APP-ID.

       2200-MATCH-UCNV-X.
           EXIT.
      /
      *---------------------
       2210-UCNV-READ-AHEAD.
      *---------------------

           PERFORM  UCNV-1000-READ
               THRU UCNV-1000-READ-X.

       2210-UCNV-READ-AHEAD-X.
           EXIT.
      /
      *------------------------
       2220-UCNV-CONSUME-GROUP.
      *------------------------

           IF   WS-APP-SELECTED
           AND  RUCNV-ORIG-POL-ID      NOT = SPACES
           AND  RUCNV-ORIG-POL-ID      NOT = LOW-VALUES
                ADD  1                 TO WS-APP-ORIG-CNT
                IF   WS-APP-NOT-ADDED
                     PERFORM  2300-ADD-APP
                         THRU 2300-ADD-APP-X
                END-IF
                PERFORM  2400-ADD-ORIGINAL
                    THRU 2400-ADD-ORIGINAL-X
           END-IF.

           PERFORM  UCNV-1000-READ
               THRU UCNV-1000-READ-X.

       2220-UCNV-CONSUME-GROUP-X.
           EXIT.
      /
      *-------------
       2300-ADD-APP.
      *-------------

           IF   WS-APP-CNT             NOT < WS-APP-MAX
                PERFORM  8000-TABLE-FULL
                    THRU 8000-TABLE-FULL-X
                GO TO 2300-ADD-APP-X
           END-IF.

           ADD  1                      TO WS-APP-CNT
                                          WS-REPL-APP-CNT.
           SET  WS-APP-ADDED           TO TRUE.

           MOVE RUPOL-APP-ID           TO WS-APP-ID (WS-APP-CNT).
           MOVE RUPOL-POL-ID           TO WS-APP-POL-ID (WS-APP-CNT).
           MOVE RUPOL-POL-CNV-DT       TO WS-APP-CNV-DT (WS-APP-CNT).
           MOVE RUPOL-SALES-REP-NUM    TO WS-APP-WRT-AGT (WS-APP-CNT).
           MOVE RUPOL-CO-SALES-REP-NUM TO WS-APP-CO-AGT (WS-APP-CNT).
           MOVE WS-APP-DECL-SW         TO WS-APP-DECL-IND
                                              (WS-APP-CNT).

           PERFORM  2310-ANNUALIZE-PREMIUM
               THRU 2310-ANNUALIZE-PREMIUM-X.

           MOVE WS-ANNL-PREM-AMT       TO WS-APP-ANNL-PREM-AMT
                                              (WS-APP-CNT).

       2300-ADD-APP-X.
           EXIT.
      /
      *-----------------------
       2310-ANNUALIZE-PREMIUM.
      *-----------------------

           IF   RUPOL-SNGL-PREM-AMT    > ZERO
                MOVE RUPOL-SNGL-PREM-AMT
                                       TO WS-ANNL-PREM-AMT
                GO TO 2310-ANNUALIZE-PREMIUM-X
           END-IF.

           MOVE RUPOL-PYMT-MODE-CD (1:2)
                                       TO WS-MODE-FREQ-CD.

           IF   WS-MODE-FREQ-CD        IS NUMERIC
           AND  WS-MODE-FREQ-VALID
                COMPUTE WS-ANNL-PREM-AMT =
                        RUPOL-MOD-REG-PREM-AMT * WS-MODE-FREQ
                GO TO 2310-ANNUALIZE-PREMIUM-X
           END-IF.

      * NO USABLE MODE - THE MONTHLY STANDARD PREMIUM IS ANNUALIZED.

           COMPUTE WS-ANNL-PREM-AMT    = RUPOL-MTHLY-STD-PREM-AMT * 12.

       2310-ANNUALIZE-PREMIUM-X.
           EXIT.
      /
      *------------------
       2400-ADD-ORIGINAL.
      *------------------

           IF   WS-TBL-OVERFLOW
                GO TO 2400-ADD-ORIGINAL-X
           END-IF.

           PERFORM  2410-MONTHS-SINCE-ISSUE
               THRU 2410-MONTHS-SINCE-ISSUE-X.

      * ONLY A RECENT SALE CAN BE CHURNED - AN ORIGINAL WHOSE ISSUE
      * DATE CANNOT BE READ IS KEPT.

           IF   WS-MOS-SINCE           > WS-LOOK-BACK-MOS
                ADD  1                 TO WS-OLD-ORIG-CNT
                GO TO 2400-ADD-ORIGINAL-X
           END-IF.

           IF   WS-ORIG-CNT            NOT < WS-ORIG-MAX
                PERFORM  8000-TABLE-FULL
                    THRU 8000-TABLE-FULL-X
                GO TO 2400-ADD-ORIGINAL-X
           END-IF.

           MOVE RUCNV-ORIG-POL-ID      TO WS-ORIG-NEW-KEY.

      * FIND THE FIRST ENTRY THAT SORTS AFTER THE NEW ONE AND MOVE IT
      * AND EVERYTHING BEHIND IT DOWN ONE PLACE.

           PERFORM  2420-NEXT-SLOT
               THRU 2420-NEXT-SLOT-X
               VARYING WS-ORIG-SUB FROM 1 BY 1
               UNTIL WS-ORIG-SUB > WS-ORIG-CNT
               OR    WS-ORIG-KEY (WS-ORIG-SUB) > WS-ORIG-NEW-KEY.

           PERFORM  2430-SHIFT-ENTRY
               THRU 2430-SHIFT-ENTRY-X
               VARYING WS-ORIG-MOVE-SUB FROM WS-ORIG-CNT BY -1
               UNTIL WS-ORIG-MOVE-SUB < WS-ORIG-SUB.

           ADD  1                      TO WS-ORIG-CNT.

           MOVE WS-ORIG-NEW-KEY        TO WS-ORIG-KEY (WS-ORIG-SUB).
           MOVE RUCNV-ORIG-POL-ISS-DT  TO WS-ORIG-ISS-DT (WS-ORIG-SUB).
           IF   WS-MOS-SINCE           < ZERO
                MOVE 999               TO WS-ORIG-MOS-SINCE
                                              (WS-ORIG-SUB)
           ELSE
                MOVE WS-MOS-SINCE      TO WS-ORIG-MOS-SINCE
                                              (WS-ORIG-SUB)
           END-IF.
           COMPUTE WS-ORIG-ANNL-PREM-AMT (WS-ORIG-SUB)
                                       = RUCNV-ORIG-MO-PREM-AMT * 12.
           MOVE WS-APP-CNT             TO WS-ORIG-APP-SUB
                                              (WS-ORIG-SUB).
           MOVE 'N'                    TO WS-ORIG-FOUND-SW
                                              (WS-ORIG-SUB)
                                          WS-ORIG-WRT-OWN-SW
                                              (WS-ORIG-SUB)
                                          WS-ORIG-CO-OWN-SW
                                              (WS-ORIG-SUB).

       2400-ADD-ORIGINAL-X.
           EXIT.
      /
      *------------------------
       2410-MONTHS-SINCE-ISSUE.
      *------------------------

      * WHOLE MONTHS FROM THE ORIGINAL'S ISSUE DATE TO THE NEW
      * POLICY'S CONVERSION DATE.  -1 WHEN THE ISSUE DATE IS UNUSABLE.

           MOVE -1                     TO WS-MOS-SINCE.

           IF   RUCNV-ORIG-POL-ISS-DT (1:4) NOT NUMERIC
           OR   RUCNV-ORIG-POL-ISS-DT (6:2) NOT NUMERIC
           OR   RUCNV-ORIG-POL-ISS-DT (9:2) NOT NUMERIC
           OR   RUPOL-POL-CNV-DT (1:4)      NOT NUMERIC
           OR   RUPOL-POL-CNV-DT (6:2)      NOT NUMERIC
           OR   RUPOL-POL-CNV-DT (9:2)      NOT NUMERIC
                GO TO 2410-MONTHS-SINCE-ISSUE-X
           END-IF.

           MOVE RUPOL-POL-CNV-DT (1:4) TO WS-DT-CCYY.
           MOVE RUPOL-POL-CNV-DT (6:2) TO WS-DT-MM.
           MOVE RUPOL-POL-CNV-DT (9:2) TO WS-NEW-DD.
           COMPUTE WS-NEW-MOS-NUM      = WS-DT-CCYY * 12 + WS-DT-MM.

           MOVE RUCNV-ORIG-POL-ISS-DT (1:4)
                                       TO WS-DT-CCYY.
           MOVE RUCNV-ORIG-POL-ISS-DT (6:2)
                                       TO WS-DT-MM.
           MOVE RUCNV-ORIG-POL-ISS-DT (9:2)
                                       TO WS-ORIG-DD.
           COMPUTE WS-ORIG-MOS-NUM     = WS-DT-CCYY * 12 + WS-DT-MM.

           COMPUTE WS-MOS-SINCE        = WS-NEW-MOS-NUM
                                       - WS-ORIG-MOS-NUM.
           IF   WS-NEW-DD              < WS-ORIG-DD
                SUBTRACT 1           FROM WS-MOS-SINCE
           END-IF.

           IF   WS-MOS-SINCE           < ZERO
                MOVE ZERO              TO WS-MOS-SINCE
           END-IF.

       2410-MONTHS-SINCE-ISSUE-X.
           EXIT.
      /
      *---------------
       2420-NEXT-SLOT.
      *---------------

           CONTINUE.

       2420-NEXT-SLOT-X.
           EXIT.
      /
      *-----------------
       2430-SHIFT-ENTRY.
      *-----------------

           MOVE WS-ORIG-ENTRY (WS-ORIG-MOVE-SUB)
                                       TO WS-ORIG-ENTRY
                                              (WS-ORIG-MOVE-SUB + 1).

       2430-SHIFT-ENTRY-X.
           EXIT.
      /
      *----------------------
       3000-MATCH-COMMISSION.
      *----------------------

      * THE COMMISSION FEED HISTORY AND THE ORIGINALS ARE BOTH IN
      * POLICY NUMBER ORDER - THE LOW SUBSCRIPT MARKS THE FIRST
      * ORIGINAL NOT YET PASSED.

           IF   WS-ORIG-CNT            = ZERO
                GO TO 3000-MATCH-COMMISSION-X
           END-IF.

           PERFORM  CMSX-3000-OPEN-INPUT
               THRU CMSX-3000-OPEN-INPUT-X.

           MOVE 1                      TO WS-ORIG-LOW-SUB.

           PERFORM  CMSX-2000-READ
               THRU CMSX-2000-READ-X.

           PERFORM  3100-MATCH-ONE-CMSX
               THRU 3100-MATCH-ONE-CMSX-X
               UNTIL WCMSX-SEQ-IO-EOF
               OR    WS-ORIG-LOW-SUB > WS-ORIG-CNT.

           PERFORM  CMSX-5000-CLOSE
               THRU CMSX-5000-CLOSE-X.

       3000-MATCH-COMMISSION-X.
           EXIT.
      /
      *--------------------
       3100-MATCH-ONE-CMSX.
      *--------------------

           ADD  1                      TO WS-CMSX-REC-READ.

      * ONLY A COMMISSION DETAIL NAMES THE AGENT PAID ON THE POLICY.

           IF   NOT RCMSX-REC-TYP-DETAIL
           OR   RCMSX-AGT-ID           = SPACES
                GO TO 3100-MATCH-ONE-CMSX-R
           END-IF.

           PERFORM  3110-PASS-ORIGINAL
               THRU 3110-PASS-ORIGINAL-X
               UNTIL WS-ORIG-LOW-SUB > WS-ORIG-CNT
               OR    WS-ORIG-KEY (WS-ORIG-LOW-SUB)
                                   NOT < RCMSX-POL-ID.

      * THE SAME ORIGINAL MAY BE REPLACED ON MORE THAN ONE NEW POLICY.

           PERFORM  3120-CHECK-OWN-SALE
               THRU 3120-CHECK-OWN-SALE-X
               VARYING WS-ORIG-SUB FROM WS-ORIG-LOW-SUB BY 1
               UNTIL WS-ORIG-SUB > WS-ORIG-CNT
               OR    WS-ORIG-KEY (WS-ORIG-SUB) NOT = RCMSX-POL-ID.

       3100-MATCH-ONE-CMSX-R.

           PERFORM  CMSX-2000-READ
               THRU CMSX-2000-READ-X.

       3100-MATCH-ONE-CMSX-X.
           EXIT.
      /
      *-------------------
       3110-PASS-ORIGINAL.
      *-------------------

           ADD  1                      TO WS-ORIG-LOW-SUB.

       3110-PASS-ORIGINAL-X.
           EXIT.
      /
      *--------------------
       3120-CHECK-OWN-SALE.
      *--------------------

           SET  WS-ORIG-FOUND (WS-ORIG-SUB)
                                       TO TRUE.
           MOVE WS-ORIG-APP-SUB (WS-ORIG-SUB)
                                       TO WS-APP-SUB.

           IF   RCMSX-AGT-ID           = WS-APP-WRT-AGT (WS-APP-SUB)
                SET  WS-ORIG-WRT-OWN (WS-ORIG-SUB)
                                       TO TRUE
           END-IF.

           IF   RCMSX-AGT-ID           = WS-APP-CO-AGT (WS-APP-SUB)
                SET  WS-ORIG-CO-OWN (WS-ORIG-SUB)
                                       TO TRUE
           END-IF.

       3120-CHECK-OWN-SALE-X.
           EXIT.
      /
      *-------------------
       4000-CREDIT-AGENTS.
      *-------------------

      * A CO-WRITTEN CASE IS SHARED EVENLY, AS ON THE COMMISSION FEED.

           MOVE WS-APP-WRT-AGT (WS-APP-SUB)
                                       TO WS-CUR-AGT-NUM.
           SET  WS-CUR-ROLE-WRITING    TO TRUE.
           IF   WS-APP-CO-AGT (WS-APP-SUB) > SPACES
                MOVE 050.00            TO WS-CUR-SHR-PCT
           ELSE
                MOVE 100.00            TO WS-CUR-SHR-PCT
           END-IF.

           PERFORM  4100-CREDIT-ONE-AGENT
               THRU 4100-CREDIT-ONE-AGENT-X.

           IF   WS-APP-CO-AGT (WS-APP-SUB) > SPACES
           AND  WS-APP-CO-AGT (WS-APP-SUB)
                               NOT = WS-APP-WRT-AGT (WS-APP-SUB)
                MOVE WS-APP-CO-AGT (WS-APP-SUB)
                                       TO WS-CUR-AGT-NUM
                SET  WS-CUR-ROLE-CO-WRITING
                                       TO TRUE
                PERFORM  4100-CREDIT-ONE-AGENT
                    THRU 4100-CREDIT-ONE-AGENT-X
           END-IF.

       4000-CREDIT-AGENTS-X.
           EXIT.
      /
      *----------------------
       4100-CREDIT-ONE-AGENT.
      *----------------------

           IF   WS-CUR-AGT-NUM         = SPACES
                GO TO 4100-CREDIT-ONE-AGENT-X
           END-IF.

           MOVE ZERO                   TO WS-AGT-USE-SUB.

           PERFORM  4110-MATCH-AGENT
               THRU 4110-MATCH-AGENT-X
               VARYING WS-AGT-SUB FROM 1 BY 1
               UNTIL WS-AGT-SUB > WS-AGT-CNT
               OR    WS-AGT-USE-SUB > ZERO.

           IF   WS-AGT-USE-SUB         = ZERO
                IF   WS-AGT-CNT        NOT < WS-AGT-MAX
                     PERFORM  8000-TABLE-FULL
                         THRU 8000-TABLE-FULL-X
                     GO TO 4100-CREDIT-ONE-AGENT-X
                END-IF
                ADD  1                 TO WS-AGT-CNT
                MOVE WS-AGT-CNT        TO WS-AGT-USE-SUB
                MOVE WS-CUR-AGT-NUM    TO WS-AGT-NUM (WS-AGT-USE-SUB)
                MOVE ZERO              TO WS-AGT-REPL-APP-CNT
                                              (WS-AGT-USE-SUB)
                                          WS-AGT-OWN-APP-CNT
                                              (WS-AGT-USE-SUB)
                                          WS-AGT-OWN-ORIG-CNT
                                              (WS-AGT-USE-SUB)
                                          WS-AGT-PREM-GAINED-AMT
                                              (WS-AGT-USE-SUB)
                                          WS-AGT-CMSN-GAINED-AMT
                                              (WS-AGT-USE-SUB)
                                          WS-AGT-RANK-NUM
                                              (WS-AGT-USE-SUB)
           END-IF.

           ADD  1                      TO WS-AGT-REPL-APP-CNT
                                              (WS-AGT-USE-SUB).

           PERFORM  4200-SUM-OWN-ORIGINALS
               THRU 4200-SUM-OWN-ORIGINALS-X.

           IF   WS-CUR-OWN-ORIG-CNT    = ZERO
                GO TO 4100-CREDIT-ONE-AGENT-X
           END-IF.

           ADD  1                      TO WS-AGT-OWN-APP-CNT
                                              (WS-AGT-USE-SUB)
                                          WS-OWN-APP-CNT.
           ADD  WS-CUR-OWN-ORIG-CNT    TO WS-AGT-OWN-ORIG-CNT
                                              (WS-AGT-USE-SUB).
           ADD  WS-CUR-PREM-GAINED-AMT TO WS-AGT-PREM-GAINED-AMT
                                              (WS-AGT-USE-SUB).
           ADD  WS-CUR-CMSN-GAINED-AMT TO WS-AGT-CMSN-GAINED-AMT
                                              (WS-AGT-USE-SUB).

       4100-CREDIT-ONE-AGENT-X.
           EXIT.
      /
      *-----------------
       4110-MATCH-AGENT.
      *-----------------

           IF   WS-AGT-NUM (WS-AGT-SUB) = WS-CUR-AGT-NUM
                MOVE WS-AGT-SUB        TO WS-AGT-USE-SUB
           END-IF.

       4110-MATCH-AGENT-X.
           EXIT.
      /
      *-----------------------
       4200-SUM-OWN-ORIGINALS.
      *-----------------------

      * THE ORIGINALS OF THE APPLICATION THE AGENT WAS PAID ON IN THE
      * AGENT'S ROLE ON THE NEW POLICY, AND WHAT THE REPLACEMENT
      * GAINED.

           MOVE ZERO                   TO WS-CUR-OWN-ORIG-CNT
                                          WS-CUR-ORIG-PREM-AMT
                                          WS-CUR-PREM-GAINED-AMT
                                          WS-CUR-CMSN-GAINED-AMT.

           PERFORM  4210-SUM-ONE-ORIGINAL
               THRU 4210-SUM-ONE-ORIGINAL-X
               VARYING WS-ORIG-SUB FROM 1 BY 1
               UNTIL WS-ORIG-SUB > WS-ORIG-CNT.

           IF   WS-CUR-OWN-ORIG-CNT    = ZERO
                GO TO 4200-SUM-OWN-ORIGINALS-X
           END-IF.

           COMPUTE WS-CUR-PREM-GAINED-AMT
                       = WS-APP-ANNL-PREM-AMT (WS-APP-SUB)
                       - WS-CUR-ORIG-PREM-AMT.
           COMPUTE WS-CUR-CMSN-GAINED-AMT ROUNDED
                       = WS-APP-ANNL-PREM-AMT (WS-APP-SUB)
                       * WS-CUR-SHR-PCT / 100
                       * WS-FYC-PCT / 100.

       4200-SUM-OWN-ORIGINALS-X.
           EXIT.
      /
      *----------------------
       4210-SUM-ONE-ORIGINAL.
      *----------------------

           IF   WS-ORIG-APP-SUB (WS-ORIG-SUB) NOT = WS-APP-SUB
                GO TO 4210-SUM-ONE-ORIGINAL-X
           END-IF.

           IF  (WS-CUR-ROLE-WRITING
           AND  WS-ORIG-WRT-OWN (WS-ORIG-SUB))
           OR  (WS-CUR-ROLE-CO-WRITING
           AND  WS-ORIG-CO-OWN (WS-ORIG-SUB))
                ADD  1                 TO WS-CUR-OWN-ORIG-CNT
                ADD  WS-ORIG-ANNL-PREM-AMT (WS-ORIG-SUB)
                                       TO WS-CUR-ORIG-PREM-AMT
           END-IF.

       4210-SUM-ONE-ORIGINAL-X.
           EXIT.
      /
      *------------------
       5000-PRINT-REPORT.
      *------------------

           PERFORM  6000-PRINT-HEADINGS
               THRU 6000-PRINT-HEADINGS-X.

           PERFORM  5100-RANK-NEXT-AGENT
               THRU 5100-RANK-NEXT-AGENT-X
               UNTIL WS-RANK-DONE.

           IF   WS-RANK-NUM            = ZERO
                MOVE SPACES            TO WS-RPT-LINE
                STRING '    NO AGENT REPLACED A RECENT SALE OF THEIR'
                       ' OWN IN THE PERIOD'
                       DELIMITED BY SIZE
                       INTO WS-RPT-LINE
                PERFORM  6900-PRINT-LINE
                    THRU 6900-PRINT-LINE-X
           END-IF.

       5000-PRINT-REPORT-X.
           EXIT.
      /
      *---------------------
       5100-RANK-NEXT-AGENT.
      *---------------------

      * THE NEXT AGENT IS THE ONE NOT YET RANKED WITH THE MOST
      * OWN-SALE REPLACEMENTS, THE LARGEST COMMISSION GAINED BREAKING
      * A TIE.

           MOVE ZERO                   TO WS-BEST-SUB.

           PERFORM  5110-COMPARE-AGENT
               THRU 5110-COMPARE-AGENT-X
               VARYING WS-AGT-SUB FROM 1 BY 1
               UNTIL WS-AGT-SUB > WS-AGT-CNT.

           IF   WS-BEST-SUB            = ZERO
                SET  WS-RANK-DONE      TO TRUE
                GO TO 5100-RANK-NEXT-AGENT-X
           END-IF.

           ADD  1                      TO WS-RANK-NUM
                                          WS-AGT-RANKED-CNT.
           MOVE WS-RANK-NUM            TO WS-AGT-RANK-NUM
                                              (WS-BEST-SUB).

           PERFORM  5200-PRINT-AGENT
               THRU 5200-PRINT-AGENT-X.

       5100-RANK-NEXT-AGENT-X.
           EXIT.
      /
      *-------------------
       5110-COMPARE-AGENT.
      *-------------------

           IF   WS-AGT-RANK-NUM (WS-AGT-SUB)    > ZERO
           OR   WS-AGT-OWN-APP-CNT (WS-AGT-SUB) = ZERO
                GO TO 5110-COMPARE-AGENT-X
           END-IF.

           IF   WS-BEST-SUB            = ZERO
                MOVE WS-AGT-SUB        TO WS-BEST-SUB
                GO TO 5110-COMPARE-AGENT-X
           END-IF.

           IF   WS-AGT-OWN-APP-CNT (WS-AGT-SUB)
                                   > WS-AGT-OWN-APP-CNT (WS-BEST-SUB)
                MOVE WS-AGT-SUB        TO WS-BEST-SUB
                GO TO 5110-COMPARE-AGENT-X
           END-IF.

           IF   WS-AGT-OWN-APP-CNT (WS-AGT-SUB)
                                   = WS-AGT-OWN-APP-CNT (WS-BEST-SUB)
           AND  WS-AGT-CMSN-GAINED-AMT (WS-AGT-SUB)
                               > WS-AGT-CMSN-GAINED-AMT (WS-BEST-SUB)
                MOVE WS-AGT-SUB        TO WS-BEST-SUB
           END-IF.

       5110-COMPARE-AGENT-X.
           EXIT.
      /
      *-----------------
       5200-PRINT-AGENT.
      *-----------------

           IF   WS-LINE-CNT            > WS-MAX-LINES - 4
                PERFORM  6000-PRINT-HEADINGS
                    THRU 6000-PRINT-HEADINGS-X
           END-IF.

           COMPUTE WS-OWN-PCT =
                   WS-AGT-OWN-APP-CNT (WS-BEST-SUB) * 100
                 / WS-AGT-REPL-APP-CNT (WS-BEST-SUB).

           MOVE WS-RANK-NUM            TO WS-PIC-RANK.
           MOVE WS-AGT-REPL-APP-CNT (WS-BEST-SUB)
                                       TO WS-PIC-CNT-1.
           MOVE WS-AGT-OWN-APP-CNT (WS-BEST-SUB)
                                       TO WS-PIC-CNT-2.
           MOVE WS-AGT-OWN-ORIG-CNT (WS-BEST-SUB)
                                       TO WS-PIC-CNT-3.
           MOVE WS-OWN-PCT             TO WS-PIC-PCT.
           MOVE WS-AGT-PREM-GAINED-AMT (WS-BEST-SUB)
                                       TO WS-PIC-AMT-1.
           MOVE WS-AGT-CMSN-GAINED-AMT (WS-BEST-SUB)
                                       TO WS-PIC-AMT-2.

           MOVE SPACES                 TO WS-RPT-LINE.
           PERFORM  6900-PRINT-LINE
               THRU 6900-PRINT-LINE-X.

           STRING WS-PIC-RANK '  '
                  WS-AGT-NUM (WS-BEST-SUB) '      '
                  WS-PIC-CNT-1 '      '
                  WS-PIC-CNT-2 '   '
                  WS-PIC-PCT '      '
                  WS-PIC-CNT-3 '  '
                  WS-PIC-AMT-1 '  '
                  WS-PIC-AMT-2
                  DELIMITED BY SIZE
                  INTO WS-RPT-LINE.

           IF   WS-AGT-OWN-APP-CNT (WS-BEST-SUB)
                                       NOT < WS-REVIEW-MIN-CNT
           OR   WS-OWN-PCT             NOT < WS-REVIEW-MIN-PCT
                MOVE 'REVIEW'          TO WS-RPT-LINE (126:6)
                ADD  1                 TO WS-AGT-FLAGGED-CNT
      *MSG: AGT @1 REFERRED FOR CHURNING REVIEW - OWN REPL @2 (@3 PCT)
                MOVE 'AS95400004'      TO WGLOB-MSG-REF-INFO
                MOVE WS-AGT-NUM (WS-BEST-SUB)
                                       TO WGLOB-MSG-PARM (1)
                MOVE WS-PIC-CNT-2      TO WGLOB-MSG-PARM (2)
                MOVE WS-PIC-PCT        TO WGLOB-MSG-PARM (3)
                PERFORM  0260-1000-GENERATE-MESSAGE
                    THRU 0260-1000-GENERATE-MESSAGE-X
           END-IF.

           PERFORM  6900-PRINT-LINE
               THRU 6900-PRINT-LINE-X.

           PERFORM  5300-PRINT-AGENT-APP
               THRU 5300-PRINT-AGENT-APP-X
               VARYING WS-APP-SUB FROM 1 BY 1
               UNTIL WS-APP-SUB > WS-APP-CNT.

       5200-PRINT-AGENT-X.
           EXIT.
      /
      *---------------------
       5300-PRINT-AGENT-APP.
      *---------------------

           IF   WS-APP-WRT-AGT (WS-APP-SUB) = WS-AGT-NUM (WS-BEST-SUB)
                SET  WS-CUR-ROLE-WRITING
                                       TO TRUE
                IF   WS-APP-CO-AGT (WS-APP-SUB) > SPACES
                     MOVE 050.00       TO WS-CUR-SHR-PCT
                ELSE
                     MOVE 100.00       TO WS-CUR-SHR-PCT
                END-IF
           ELSE
                IF   WS-APP-CO-AGT (WS-APP-SUB)
                                       = WS-AGT-NUM (WS-BEST-SUB)
                     SET  WS-CUR-ROLE-CO-WRITING
                                       TO TRUE
                     MOVE 050.00       TO WS-CUR-SHR-PCT
                ELSE
                     GO TO 5300-PRINT-AGENT-APP-X
                END-IF
           END-IF.

           PERFORM  4200-SUM-OWN-ORIGINALS
               THRU 4200-SUM-OWN-ORIGINALS-X.

           IF   WS-CUR-OWN-ORIG-CNT    = ZERO
                GO TO 5300-PRINT-AGENT-APP-X
           END-IF.

           IF   WS-LINE-CNT            > WS-MAX-LINES - 1
                PERFORM  6000-PRINT-HEADINGS
                    THRU 6000-PRINT-HEADINGS-X
           END-IF.

           MOVE WS-APP-ANNL-PREM-AMT (WS-APP-SUB)
                                       TO WS-PIC-AMT-1.
           MOVE WS-CUR-PREM-GAINED-AMT TO WS-PIC-AMT-2.
           MOVE WS-CUR-CMSN-GAINED-AMT TO WS-PIC-AMT-3.

           MOVE SPACES                 TO WS-RPT-LINE.
           STRING '      NEW ' WS-APP-POL-ID (WS-APP-SUB) ' '
                  WS-APP-ID (WS-APP-SUB) ' ISSUED '
                  WS-APP-CNV-DT (WS-APP-SUB) ' ROLE '
                  WS-CUR-ROLE-CD ' '
                  WS-PIC-AMT-1 ' '
                  WS-PIC-AMT-2 ' '
                  WS-PIC-AMT-3
                  DELIMITED BY SIZE
                  INTO WS-RPT-LINE.
           IF   WS-APP-DECL-IND (WS-APP-SUB) NOT = 'Y'
                MOVE 'UNDECL'          TO WS-RPT-LINE (126:6)
           END-IF.
           PERFORM  6900-PRINT-LINE
               THRU 6900-PRINT-LINE-X.

           PERFORM  5400-PRINT-ORIGINAL
               THRU 5400-PRINT-ORIGINAL-X
               VARYING WS-ORIG-SUB FROM 1 BY 1
               UNTIL WS-ORIG-SUB > WS-ORIG-CNT.

       5300-PRINT-AGENT-APP-X.
           EXIT.
      /
      *--------------------
       5400-PRINT-ORIGINAL.
      *--------------------

           IF   WS-ORIG-APP-SUB (WS-ORIG-SUB) NOT = WS-APP-SUB
                GO TO 5400-PRINT-ORIGINAL-X
           END-IF.

           IF   NOT (WS-CUR-ROLE-WRITING
           AND       WS-ORIG-WRT-OWN (WS-ORIG-SUB))
           AND  NOT (WS-CUR-ROLE-CO-WRITING
           AND       WS-ORIG-CO-OWN (WS-ORIG-SUB))
                GO TO 5400-PRINT-ORIGINAL-X
           END-IF.

           IF   WS-LINE-CNT            > WS-MAX-LINES
                PERFORM  6000-PRINT-HEADINGS
                    THRU 6000-PRINT-HEADINGS-X
           END-IF.

           MOVE WS-ORIG-ANNL-PREM-AMT (WS-ORIG-SUB)
                                       TO WS-PIC-AMT-1.

           MOVE SPACES                 TO WS-RPT-LINE.
           IF   WS-ORIG-MOS-SINCE (WS-ORIG-SUB) = 999
                STRING '          REPLACES OWN SALE '
                       WS-ORIG-KEY (WS-ORIG-SUB)
                       ' ISSUED ' WS-ORIG-ISS-DT (WS-ORIG-SUB)
                       '  ??? MONTHS BEFORE   '
                       WS-PIC-AMT-1
                       DELIMITED BY SIZE
                       INTO WS-RPT-LINE
           ELSE
                MOVE WS-ORIG-MOS-SINCE (WS-ORIG-SUB)
                                       TO WS-PIC-MOS
                STRING '          REPLACES OWN SALE '
                       WS-ORIG-KEY (WS-ORIG-SUB)
                       ' ISSUED ' WS-ORIG-ISS-DT (WS-ORIG-SUB)
                       '  ' WS-PIC-MOS ' MONTHS BEFORE   '
                       WS-PIC-AMT-1
                       DELIMITED BY SIZE
                       INTO WS-RPT-LINE
           END-IF.
           PERFORM  6900-PRINT-LINE
               THRU 6900-PRINT-LINE-X.

       5400-PRINT-ORIGINAL-X.
           EXIT.
      /
      *------------------------
       5900-PRINT-GRAND-TOTALS.
      *------------------------

      *MSG: PERIOD @1 - ISSUED REPLACEMENTS @2 - OWN-SALE @3 - AGENTS
      *     RANKED @4 - REFERRED FOR REVIEW @5
           MOVE 'AS95400002'           TO WGLOB-MSG-REF-INFO.
           MOVE WS-RPT-PRD             TO WGLOB-MSG-PARM (1).
           MOVE WS-REPL-APP-CNT        TO WS-PIC-COUNTER.
           MOVE WS-PIC-COUNTER         TO WGLOB-MSG-PARM (2).
           MOVE WS-OWN-APP-CNT         TO WS-PIC-COUNTER.
           MOVE WS-PIC-COUNTER         TO WGLOB-MSG-PARM (3).
           MOVE WS-AGT-RANKED-CNT      TO WS-PIC-COUNTER.
           MOVE WS-PIC-COUNTER         TO WGLOB-MSG-PARM (4).
           MOVE WS-AGT-FLAGGED-CNT     TO WS-PIC-COUNTER.
           MOVE WS-PIC-COUNTER         TO WGLOB-MSG-PARM (5).
           PERFORM  0260-1000-GENERATE-MESSAGE
               THRU 0260-1000-GENERATE-MESSAGE-X.

      *MSG: RUPOL READ @1 - CMSX READ @2 - ORIGINALS OLDER THAN
      *     LOOK-BACK @3 - NOT ON COMMISSION HISTORY @4
           PERFORM  5910-COUNT-NOT-FOUND
               THRU 5910-COUNT-NOT-FOUND-X
               VARYING WS-ORIG-SUB FROM 1 BY 1
               UNTIL WS-ORIG-SUB > WS-ORIG-CNT.

           MOVE 'AS95400003'           TO WGLOB-MSG-REF-INFO.
           MOVE WS-RUPOL-REC-READ      TO WS-PIC-COUNTER.
           MOVE WS-PIC-COUNTER         TO WGLOB-MSG-PARM (1).
           MOVE WS-CMSX-REC-READ       TO WS-PIC-COUNTER.
           MOVE WS-PIC-COUNTER         TO WGLOB-MSG-PARM (2).
           MOVE WS-OLD-ORIG-CNT        TO WS-PIC-COUNTER.
           MOVE WS-PIC-COUNTER         TO WGLOB-MSG-PARM (3).
           MOVE WS-ORIG-NOT-FOUND-CNT  TO WS-PIC-COUNTER.
           MOVE WS-PIC-COUNTER         TO WGLOB-MSG-PARM (4).
           PERFORM  0260-1000-GENERATE-MESSAGE
               THRU 0260-1000-GENERATE-MESSAGE-X.

      *MSG: DECLARED REPLACEMENTS WITH NO ORIGINAL @1 - ORIGINALS
      *     REPLACED WITHOUT A DECLARATION @2
           MOVE 'AS95400005'           TO WGLOB-MSG-REF-INFO.
           MOVE WS-NO-ORIG-CNT         TO WS-PIC-COUNTER.
           MOVE WS-PIC-COUNTER         TO WGLOB-MSG-PARM (1).
           MOVE WS-UNDECL-CNT          TO WS-PIC-COUNTER.
           MOVE WS-PIC-COUNTER         TO WGLOB-MSG-PARM (2).
           PERFORM  0260-1000-GENERATE-MESSAGE
               THRU 0260-1000-GENERATE-MESSAGE-X.

       5900-PRINT-GRAND-TOTALS-X.
           EXIT.
      /
      *---------------------
       5910-COUNT-NOT-FOUND.
      *---------------------

           IF   NOT WS-ORIG-FOUND (WS-ORIG-SUB)
                ADD  1                 TO WS-ORIG-NOT-FOUND-CNT
           END-IF.

       5910-COUNT-NOT-FOUND-X.
           EXIT.
      /
      *--------------------
       6000-PRINT-HEADINGS.
      *--------------------

           ADD  1                      TO WS-PAGE-CNT.
           MOVE WS-PAGE-CNT            TO WS-PIC-PAGE.
           MOVE WS-LOOK-BACK-MOS       TO WS-PIC-MOS.
           MOVE WS-FYC-PCT             TO WS-PIC-RATE.

           MOVE SPACES                 TO WS-RPT-LINE.
           STRING 'AGENT REPLACEMENT-CHURNING REVIEW - COMPANY '
                  WGLOB-COMPANY-CODE
                  '   ISSUED ' WS-RPT-PRD
                  '   LOOK-BACK ' WS-PIC-MOS ' MONTHS'
                  '   FYC RATE ' WS-PIC-RATE '%'
                  '   RUN ' WS-RUN-DT-CCYYMMDD
                  '   PAGE ' WS-PIC-PAGE
                  DELIMITED BY SIZE
                  INTO WS-RPT-LINE.
           MOVE SPACES                 TO RCHRP-SEQ-REC-INFO.
           SET  RCHRP-NEW-PAGE         TO TRUE.
           MOVE WS-RPT-LINE            TO RCHRP-LINE-TXT.
           PERFORM  CHRP-2000-WRITE
               THRU CHRP-2000-WRITE-X.

           MOVE SPACES                 TO WS-RPT-LINE.
           PERFORM  6900-PRINT-LINE
               THRU 6900-PRINT-LINE-X.

           MOVE SPACES                 TO WS-RPT-LINE.
           STRING 'RANK  AGENT   REPL APPS  OWN REPL  OWN%  ORIGINALS'
                  '         PREMIUM GAINED      COMMISSION GAINED'
                  DELIMITED BY SIZE
                  INTO WS-RPT-LINE.
           PERFORM  6900-PRINT-LINE
               THRU 6900-PRINT-LINE-X.

           MOVE SPACES                 TO WS-RPT-LINE.
           STRING '      NEW POLICY APPLICATION    ISSUED           '
                  '  ANNUAL PREMIUM         PREMIUM GAINED      COMM'
                  'ISSION GAINED'
                  DELIMITED BY SIZE
                  INTO WS-RPT-LINE.
           PERFORM  6900-PRINT-LINE
               THRU 6900-PRINT-LINE-X.

           MOVE 4                      TO WS-LINE-CNT.

       6000-PRINT-HEADINGS-X.
           EXIT.
      /
      *----------------
       6900-PRINT-LINE.
      *----------------

           MOVE SPACES                 TO RCHRP-SEQ-REC-INFO.
           MOVE WS-RPT-LINE            TO RCHRP-LINE-TXT.

           PERFORM  CHRP-2000-WRITE
               THRU CHRP-2000-WRITE-X.

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

      *MSG: CHURNING TABLE FULL AT APP @1 - NO RANKING PRODUCED - RC 8
           MOVE 'AS95400001'           TO WGLOB-MSG-REF-INFO.
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

           PERFORM  UCLI-4000-CLOSE
               THRU UCLI-4000-CLOSE-X.

           PERFORM  UCNV-4000-CLOSE
               THRU UCNV-4000-CLOSE-X.

           PERFORM  CHRP-5000-CLOSE
               THRU CHRP-5000-CLOSE-X.

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
       COPY ACPAUCNV.
       COPY ACPNUCNV.
       COPY ACPOUCNV.
       COPY ACPLUCNV.
      /
       COPY ACPICMSX.
      /
       COPY ACPICHRP.
      /
      *****************************************************************
      * ERROR HANDLING ROUTINES                                       *
      *****************************************************************

       COPY XCPL0030.

       COPY XCPL0260.

      *****************************************************************
      **                 END OF PROGRAM ASBM9540                     **
      *****************************************************************
