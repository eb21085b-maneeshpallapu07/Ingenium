      *************************
       IDENTIFICATION DIVISION.
      *************************

       PROGRAM-ID. ASBM9538.

       COPY XCWWCRHT.

      *****************************************************************
      **  MEMBER :  ASBM9538                                         **
      **  REMARKS:  MONTHLY SALES MATERIAL COMPLIANCE REPORT.  READS **
      **            THE RUPOL EXTRACT AND, FOR EVERY APPLICATION     **
      **            UPLOADED IN THE MONTH, EDITS THE COMPLIANCE      **
      **            APPROVAL NUMBER OF THE SALES MATERIAL USED IN    **
      **            THE SALE (RUPOL-SLS-MATL-APPRV-NUM) AGAINST THE  **
      **            SMAT APPROVED SALES MATERIAL REGISTRY (ASRUSMAT) **
      **            FOR THE PLAN ON THE DATE THE AGENT SIGNED (THE   **
      **            UPLOAD DATE WHEN NO AGENT SIGNATURE DATE WAS     **
      **            CAPTURED).  BUSINESS WRITTEN ON MATERIAL THAT IS **
      **            EXPIRED, UNKNOWN, NOT YET IN USE, NOT APPROVED   **
      **            FOR THE PLAN, OR WITH NO APPROVAL NUMBER AT ALL  **
      **            IS PRINTED FOR COMPLIANCE BY SALES OFFICE AND    **
      **            AGENT, WITH AGENT AND OFFICE SUBTOTALS AND       **
      **            TOTALS BY REASON.                                **
      **                                                             **
      **            MORE EXCEPTIONS THAN THE REPORT TABLE HOLDS ENDS **
      **            RC 4; THE EXCESS IS COUNTED IN THE REASON        **
      **            TOTALS BUT NOT LISTED.                           **
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
529417**  15OCT26  DEV    NEW PROGRAM                                **
      *****************************************************************

      **********************
       ENVIRONMENT DIVISION.
      **********************

       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY ACSSSMRP.

      ***************
       DATA DIVISION.
      ***************

       FILE SECTION.

       COPY ACSDSMRP.

       COPY ACSRSMRP.

       WORKING-STORAGE SECTION.

       COPY XCWWPGWS REPLACING '$VAR1' BY 'ASBM9538'.

       COPY SQLCA.

       01  WS-COUNTERS.
           05  WS-RUPOL-REC-READ            PIC 9(07)  VALUE ZEROS.
           05  WS-RUPOL-SELECTED            PIC 9(07)  VALUE ZEROS.
           05  WS-MATL-APPROVED-CNT         PIC 9(07)  VALUE ZEROS.
           05  WS-MATL-EXC-CNT              PIC 9(07)  VALUE ZEROS.
           05  WS-AGT-EXC-CNT               PIC 9(07)  VALUE ZEROS.
           05  WS-SO-EXC-CNT                PIC 9(07)  VALUE ZEROS.
           05  WS-LINE-CNT                  PIC S9(04) COMP VALUE +99.
           05  WS-PAGE-CNT                  PIC S9(04) COMP VALUE ZERO.
           05  WS-PIC-COUNTER               PIC Z(06)9.
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
           05  WS-PRV-SO-NUM                PIC X(03).
           05  WS-PRV-SALES-REP-NUM         PIC X(06).

      * EXCEPTION REASONS, IN ASRUSMAT RETURN CODE ORDER - THE
      * RETURN CODE IS THE SUBSCRIPT.

       01  WS-RSN-WORK-AREA.
           05  WS-RSN-MAX                   PIC S9(04) COMP VALUE +5.
           05  WS-RSN-SUB                   PIC S9(04) COMP.
           05  WS-RSN-INIT.
               10  FILLER                   PIC X(24)  VALUE
                   'UNKNOWN APPROVAL NUMBER '.
               10  FILLER                   PIC X(24)  VALUE
                   'NOT APPROVED FOR PLAN   '.
               10  FILLER                   PIC X(24)  VALUE
                   'EXPIRED MATERIAL        '.
               10  FILLER                   PIC X(24)  VALUE
                   'MATERIAL NOT YET IN USE '.
               10  FILLER                   PIC X(24)  VALUE
                   'NO APPROVAL NUMBER      '.
           05  WS-RSN-TBL                   REDEFINES WS-RSN-INIT.
               10  WS-RSN-DESC              PIC X(24)
                                            OCCURS 5 TIMES.
           05  WS-RSN-TOTALS.
               10  WS-RSN-CNT               PIC 9(07)
                                            OCCURS 5 TIMES.

      * BUSINESS ON UNAPPROVED MATERIAL, HELD IN SALES OFFICE, AGENT
      * AND APPLICATION ORDER FOR PRINTING - EACH EXCEPTION IS
      * INSERTED IN ITS PLACE AS IT IS FOUND.

       01  WS-EXC-WORK-AREA.
           05  WS-EXC-MAX                   PIC S9(04) COMP VALUE +5000.
           05  WS-EXC-CNT                   PIC S9(04) COMP VALUE ZERO.
           05  WS-EXC-SUB                   PIC S9(04) COMP.
           05  WS-EXC-MOVE-SUB              PIC S9(04) COMP.
           05  WS-EXC-NEW-KEY.
               10  WS-EXC-NEW-SO-NUM        PIC X(03).
               10  WS-EXC-NEW-SALES-REP-NUM PIC X(06).
               10  WS-EXC-NEW-APP-ID        PIC X(15).
           05  WS-EXC-TBL.
               10  WS-EXC-ENTRY             OCCURS 5000 TIMES.
                   15  WS-EXC-KEY.
                       20  WS-EXC-SO-NUM    PIC X(03).
                       20  WS-EXC-SALES-REP-NUM
                                            PIC X(06).
                       20  WS-EXC-APP-ID    PIC X(15).
                   15  WS-EXC-BR-NUM        PIC X(03).
                   15  WS-EXC-PLAN-ID       PIC X(15).
                   15  WS-EXC-APPRV-NUM     PIC X(10).
                   15  WS-EXC-USE-DT        PIC X(10).
                   15  WS-EXC-XPRY-DT       PIC X(10).
                   15  WS-EXC-RSN-CD        PIC 9(02).
           05  WS-EXC-OVRFLW-SW             PIC X(01)  VALUE 'N'.
               88  WS-EXC-OVERFLOW                VALUE 'Y'.
      /
       COPY XCWTFCMD.
      /
       COPY ACSWRUPL.
       COPY ACSWSMRP.
      /
       COPY ACWLSMAT.
      /
      *****************************************************************
      * INPUT PARAMETER INFORMATION                                   *
      *****************************************************************

       01  WGLOB-GLOBAL-AREA.
       COPY XCWWGLOB.

       COPY ACFRUPOL.
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

           PERFORM  RUPL-1000-READ
               THRU RUPL-1000-READ-X.

           PERFORM  2000-PROCESS-APPLICATION
               THRU 2000-PROCESS-APPLICATION-X
               UNTIL WRUPL-SEQ-IO-EOF.

           PERFORM  3000-PRINT-EXCEPTIONS
               THRU 3000-PRINT-EXCEPTIONS-X.

           PERFORM  4000-PRINT-REASON-TOTALS
               THRU 4000-PRINT-REASON-TOTALS-X.

           PERFORM  5000-PRINT-GRAND-TOTALS
               THRU 5000-PRINT-GRAND-TOTALS-X.

           PERFORM  9999-CLOSE-FILES
               THRU 9999-CLOSE-FILES-X.

           IF   WS-EXC-OVERFLOW
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

           PERFORM  SMRP-4000-OPEN-OUTPUT
               THRU SMRP-4000-OPEN-OUTPUT-X.

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

       0210-CLEAR-REASON-TOTAL-X.
           EXIT.
      /
      *-------------------------
       2000-PROCESS-APPLICATION.
      *-------------------------

           ADD  1                      TO WS-RUPOL-REC-READ.

           IF   RUPOL-APP-UPLD-DT (1:7) NOT = WS-RPT-PRD
                GO TO 2000-PROCESS-APPLICATION-R
           END-IF.

           ADD  1                      TO WS-RUPOL-SELECTED.

      * THE MATERIAL MUST HAVE BEEN APPROVED WHEN THE AGENT USED IT -
      * THE AGENT'S SIGNATURE DATE, ELSE THE DATE THE APPLICATION
      * REACHED US.  AN APPLICATION SHOWING NO APPROVAL NUMBER IS
      * SENT AS NOT SUPPLIED.

           MOVE RUPOL-SLS-MATL-APPRV-NUM
                                       TO LSMAT-APPRV-NUM.
           IF   NOT RUPOL-APPROV-NUM-YES
                MOVE SPACES            TO LSMAT-APPRV-NUM
           END-IF.
           MOVE RUPOL-PLAN-ID          TO LSMAT-PLAN-ID.
           IF   RUPOL-SPCL-AGT-SIGN-DT > SPACES
                MOVE RUPOL-SPCL-AGT-SIGN-DT
                                       TO LSMAT-USE-DT
           ELSE
                MOVE RUPOL-APP-UPLD-DT TO LSMAT-USE-DT
           END-IF.

           CALL 'ASRUSMAT' USING WGLOB-GLOBAL-AREA
                                 LSMAT-PARM-AREA.

           IF   LSMAT-MATL-APPROVED
                ADD  1                 TO WS-MATL-APPROVED-CNT
                GO TO 2000-PROCESS-APPLICATION-R
           END-IF.

           ADD  1                      TO WS-MATL-EXC-CNT.
           MOVE LSMAT-RETURN-CD        TO WS-RSN-SUB.
           ADD  1                      TO WS-RSN-CNT (WS-RSN-SUB).

           PERFORM  2300-ADD-EXCEPTION
               THRU 2300-ADD-EXCEPTION-X.

       2000-PROCESS-APPLICATION-R.

           PERFORM  RUPL-1000-READ
               THRU RUPL-1000-READ-X.

       2000-PROCESS-APPLICATION-X.
           EXIT.
      /
      *-------------------
       2300-ADD-EXCEPTION.
      *-------------------

           IF   WS-EXC-CNT         NOT < WS-EXC-MAX
                IF   NOT WS-EXC-OVERFLOW
                     SET  WS-EXC-OVERFLOW
                                       TO TRUE
      *MSG: EXCEPTION TABLE FULL - EXCESS COUNTED NOT LISTED - RC 4
                     MOVE 'AS95380001' TO WGLOB-MSG-REF-INFO
                     PERFORM  0260-1000-GENERATE-MESSAGE
                         THRU 0260-1000-GENERATE-MESSAGE-X
                END-IF
                GO TO 2300-ADD-EXCEPTION-X
           END-IF.

           MOVE RUPOL-SO-NUM           TO WS-EXC-NEW-SO-NUM.
           MOVE RUPOL-SALES-REP-NUM    TO WS-EXC-NEW-SALES-REP-NUM.
           MOVE RUPOL-APP-ID           TO WS-EXC-NEW-APP-ID.

      * FIND THE FIRST ENTRY THAT SORTS AFTER THE NEW ONE AND MOVE IT
      * AND EVERYTHING BEHIND IT DOWN ONE PLACE.

           PERFORM  2310-NEXT-SLOT
               THRU 2310-NEXT-SLOT-X
               VARYING WS-EXC-SUB FROM 1 BY 1
               UNTIL WS-EXC-SUB > WS-EXC-CNT
               OR    WS-EXC-KEY (WS-EXC-SUB) > WS-EXC-NEW-KEY.

           PERFORM  2320-SHIFT-ENTRY
               THRU 2320-SHIFT-ENTRY-X
               VARYING WS-EXC-MOVE-SUB FROM WS-EXC-CNT BY -1
               UNTIL WS-EXC-MOVE-SUB < WS-EXC-SUB.

           ADD  1                      TO WS-EXC-CNT.

           MOVE WS-EXC-NEW-KEY         TO WS-EXC-KEY (WS-EXC-SUB).
           MOVE RUPOL-BR-NUM           TO WS-EXC-BR-NUM (WS-EXC-SUB).
           MOVE RUPOL-PLAN-ID          TO WS-EXC-PLAN-ID (WS-EXC-SUB).
           MOVE LSMAT-APPRV-NUM        TO WS-EXC-APPRV-NUM
                                              (WS-EXC-SUB).
           MOVE LSMAT-USE-DT           TO WS-EXC-USE-DT (WS-EXC-SUB).
           MOVE LSMAT-XPRY-DT          TO WS-EXC-XPRY-DT (WS-EXC-SUB).
           MOVE LSMAT-RETURN-CD        TO WS-EXC-RSN-CD (WS-EXC-SUB).

       2300-ADD-EXCEPTION-X.
           EXIT.
      /
      *---------------
       2310-NEXT-SLOT.
      *---------------

           CONTINUE.

       2310-NEXT-SLOT-X.
           EXIT.
      /
      *-----------------
       2320-SHIFT-ENTRY.
      *-----------------

           MOVE WS-EXC-ENTRY (WS-EXC-MOVE-SUB)
                                       TO WS-EXC-ENTRY
                                              (WS-EXC-MOVE-SUB + 1).

       2320-SHIFT-ENTRY-X.
           EXIT.
      /
      *----------------------
       3000-PRINT-EXCEPTIONS.
      *----------------------

           PERFORM  6000-PRINT-HEADINGS
               THRU 6000-PRINT-HEADINGS-X.

           IF   WS-EXC-CNT             = ZERO
                MOVE SPACES            TO WS-RPT-LINE
                STRING '    NO BUSINESS WAS WRITTEN ON UNAPPROVED SALES'
                       ' MATERIAL IN THE PERIOD'
                       DELIMITED BY SIZE
                       INTO WS-RPT-LINE
                PERFORM  6900-PRINT-LINE
                    THRU 6900-PRINT-LINE-X
                GO TO 3000-PRINT-EXCEPTIONS-X
           END-IF.

           PERFORM  3100-PRINT-ONE-EXCEPTION
               THRU 3100-PRINT-ONE-EXCEPTION-X
               VARYING WS-EXC-SUB FROM 1 BY 1
               UNTIL WS-EXC-SUB > WS-EXC-CNT.

           PERFORM  3300-PRINT-AGENT-TOTAL
               THRU 3300-PRINT-AGENT-TOTAL-X.

           PERFORM  3400-PRINT-OFFICE-TOTAL
               THRU 3400-PRINT-OFFICE-TOTAL-X.

       3000-PRINT-EXCEPTIONS-X.
           EXIT.
      /
      *-------------------------
       3100-PRINT-ONE-EXCEPTION.
      *-------------------------

      * CONTROL BREAKS - A NEW OFFICE CLOSES THE AGENT AND THE OFFICE,
      * A NEW AGENT WITHIN THE OFFICE CLOSES THE AGENT.

           IF   WS-EXC-SUB             = 1
                PERFORM  3200-PRINT-OFFICE-HEADING
                    THRU 3200-PRINT-OFFICE-HEADING-X
           ELSE
                IF   WS-EXC-SO-NUM (WS-EXC-SUB) NOT = WS-PRV-SO-NUM
                     PERFORM  3300-PRINT-AGENT-TOTAL
                         THRU 3300-PRINT-AGENT-TOTAL-X
                     PERFORM  3400-PRINT-OFFICE-TOTAL
                         THRU 3400-PRINT-OFFICE-TOTAL-X
                     PERFORM  3200-PRINT-OFFICE-HEADING
                         THRU 3200-PRINT-OFFICE-HEADING-X
                ELSE
                     IF   WS-EXC-SALES-REP-NUM (WS-EXC-SUB)
                                       NOT = WS-PRV-SALES-REP-NUM
                          PERFORM  3300-PRINT-AGENT-TOTAL
                              THRU 3300-PRINT-AGENT-TOTAL-X
                     END-IF
                END-IF
           END-IF.

           MOVE WS-EXC-SO-NUM (WS-EXC-SUB)
                                       TO WS-PRV-SO-NUM.
           MOVE WS-EXC-SALES-REP-NUM (WS-EXC-SUB)
                                       TO WS-PRV-SALES-REP-NUM.

           IF   WS-LINE-CNT            > WS-MAX-LINES
                PERFORM  6000-PRINT-HEADINGS
                    THRU 6000-PRINT-HEADINGS-X
           END-IF.

           MOVE WS-EXC-RSN-CD (WS-EXC-SUB)
                                       TO WS-RSN-SUB.
           MOVE SPACES                 TO WS-RPT-LINE.
           STRING ' '    WS-EXC-SO-NUM (WS-EXC-SUB)
                  '    ' WS-EXC-SALES-REP-NUM (WS-EXC-SUB)
                  '  '   WS-EXC-APP-ID (WS-EXC-SUB)
                  '  '   WS-EXC-PLAN-ID (WS-EXC-SUB)
                  '  '   WS-EXC-APPRV-NUM (WS-EXC-SUB)
                  '  '   WS-EXC-USE-DT (WS-EXC-SUB)
                  '  '   WS-RSN-DESC (WS-RSN-SUB)
                  '  '   WS-EXC-XPRY-DT (WS-EXC-SUB)
                  DELIMITED BY SIZE
                  INTO WS-RPT-LINE.
           PERFORM  6900-PRINT-LINE
               THRU 6900-PRINT-LINE-X.

           ADD  1                      TO WS-AGT-EXC-CNT.
           ADD  1                      TO WS-SO-EXC-CNT.

       3100-PRINT-ONE-EXCEPTION-X.
           EXIT.
      /
      *--------------------------
       3200-PRINT-OFFICE-HEADING.
      *--------------------------

           IF   WS-LINE-CNT            > WS-MAX-LINES - 3
                PERFORM  6000-PRINT-HEADINGS
                    THRU 6000-PRINT-HEADINGS-X
           END-IF.

           MOVE SPACES                 TO WS-RPT-LINE.
           STRING 'SALES OFFICE ' WS-EXC-SO-NUM (WS-EXC-SUB)
                  '   BRANCH '    WS-EXC-BR-NUM (WS-EXC-SUB)
                  DELIMITED BY SIZE
                  INTO WS-RPT-LINE.
           PERFORM  6900-PRINT-LINE
               THRU 6900-PRINT-LINE-X.

       3200-PRINT-OFFICE-HEADING-X.
           EXIT.
      /
      *-----------------------
       3300-PRINT-AGENT-TOTAL.
      *-----------------------

           MOVE WS-AGT-EXC-CNT         TO WS-PIC-COUNTER.
           MOVE SPACES                 TO WS-RPT-LINE.
           STRING '      AGENT ' WS-PRV-SALES-REP-NUM
                  '  APPLICATIONS ON UNAPPROVED MATERIAL '
                  WS-PIC-COUNTER
                  DELIMITED BY SIZE
                  INTO WS-RPT-LINE.
           PERFORM  6900-PRINT-LINE
               THRU 6900-PRINT-LINE-X.

           MOVE SPACES                 TO WS-RPT-LINE.
           PERFORM  6900-PRINT-LINE
               THRU 6900-PRINT-LINE-X.

           MOVE ZERO                   TO WS-AGT-EXC-CNT.

       3300-PRINT-AGENT-TOTAL-X.
           EXIT.
      /
      *------------------------
       3400-PRINT-OFFICE-TOTAL.
      *------------------------

           MOVE WS-SO-EXC-CNT          TO WS-PIC-COUNTER.
           MOVE SPACES                 TO WS-RPT-LINE.
           STRING 'SALES OFFICE ' WS-PRV-SO-NUM
                  '  APPLICATIONS ON UNAPPROVED MATERIAL '
                  WS-PIC-COUNTER
                  DELIMITED BY SIZE
                  INTO WS-RPT-LINE.
           PERFORM  6900-PRINT-LINE
               THRU 6900-PRINT-LINE-X.

           MOVE SPACES                 TO WS-RPT-LINE.
           PERFORM  6900-PRINT-LINE
               THRU 6900-PRINT-LINE-X.

           MOVE ZERO                   TO WS-SO-EXC-CNT.

       3400-PRINT-OFFICE-TOTAL-X.
           EXIT.
      /
      *-------------------------
       4000-PRINT-REASON-TOTALS.
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

           PERFORM  4100-PRINT-ONE-REASON
               THRU 4100-PRINT-ONE-REASON-X
               VARYING WS-RSN-SUB FROM 1 BY 1
               UNTIL WS-RSN-SUB > WS-RSN-MAX.

           MOVE SPACES                 TO WS-RPT-LINE.
           PERFORM  6900-PRINT-LINE
               THRU 6900-PRINT-LINE-X.

           MOVE WS-RUPOL-SELECTED      TO WS-PIC-COUNTER.
           STRING 'APPLICATIONS WRITTEN IN PERIOD      ' WS-PIC-COUNTER
                  DELIMITED BY SIZE
                  INTO WS-RPT-LINE.
           PERFORM  6900-PRINT-LINE
               THRU 6900-PRINT-LINE-X.

           MOVE WS-MATL-APPROVED-CNT   TO WS-PIC-COUNTER.
           MOVE SPACES                 TO WS-RPT-LINE.
           STRING 'ON APPROVED MATERIAL                ' WS-PIC-COUNTER
                  DELIMITED BY SIZE
                  INTO WS-RPT-LINE.
           PERFORM  6900-PRINT-LINE
               THRU 6900-PRINT-LINE-X.

           MOVE WS-MATL-EXC-CNT        TO WS-PIC-COUNTER.
           MOVE SPACES                 TO WS-RPT-LINE.
           STRING 'ON UNAPPROVED MATERIAL              ' WS-PIC-COUNTER
                  DELIMITED BY SIZE
                  INTO WS-RPT-LINE.
           PERFORM  6900-PRINT-LINE
               THRU 6900-PRINT-LINE-X.

           IF   WS-EXC-OVERFLOW
                MOVE SPACES            TO WS-RPT-LINE
                STRING '*** REPORT TABLE FULL - NOT EVERY EXCEPTION IS'
                       ' LISTED ABOVE ***'
                       DELIMITED BY SIZE
                       INTO WS-RPT-LINE
                PERFORM  6900-PRINT-LINE
                    THRU 6900-PRINT-LINE-X
           END-IF.

       4000-PRINT-REASON-TOTALS-X.
           EXIT.
      /
      *----------------------
       4100-PRINT-ONE-REASON.
      *----------------------

           MOVE WS-RSN-CNT (WS-RSN-SUB)
                                       TO WS-PIC-COUNTER.
           MOVE SPACES                 TO WS-RPT-LINE.
           STRING '    ' WS-RSN-DESC (WS-RSN-SUB)
                  '        ' WS-PIC-COUNTER
                  DELIMITED BY SIZE
                  INTO WS-RPT-LINE.
           PERFORM  6900-PRINT-LINE
               THRU 6900-PRINT-LINE-X.

       4100-PRINT-ONE-REASON-X.
           EXIT.
      /
      *------------------------
       5000-PRINT-GRAND-TOTALS.
      *------------------------

      *MSG: RUPOL READ @1, WRITTEN IN PERIOD @2, UNAPPROVED MATERIAL @3
           MOVE 'AS95380002'           TO WGLOB-MSG-REF-INFO.
           MOVE WS-RUPOL-REC-READ      TO WS-PIC-COUNTER.
           MOVE WS-PIC-COUNTER         TO WGLOB-MSG-PARM (1).
           MOVE WS-RUPOL-SELECTED      TO WS-PIC-COUNTER.
           MOVE WS-PIC-COUNTER         TO WGLOB-MSG-PARM (2).
           MOVE WS-MATL-EXC-CNT        TO WS-PIC-COUNTER.
           MOVE WS-PIC-COUNTER         TO WGLOB-MSG-PARM (3).
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
           STRING 'SALES MATERIAL COMPLIANCE REPORT - COMPANY '
                  WGLOB-COMPANY-CODE
                  '   PERIOD ' WS-RPT-PRD
                  '   RUN ' WS-RUN-DT-CCYYMMDD
                  '   PAGE ' WS-PIC-PAGE
                  DELIMITED BY SIZE
                  INTO WS-RPT-LINE.
           MOVE SPACES                 TO RSMRP-SEQ-REC-INFO.
           SET  RSMRP-NEW-PAGE         TO TRUE.
           MOVE WS-RPT-LINE            TO RSMRP-LINE-TXT.
           PERFORM  SMRP-2000-WRITE
               THRU SMRP-2000-WRITE-X.

           MOVE SPACES                 TO WS-RPT-LINE.
           PERFORM  6900-PRINT-LINE
               THRU 6900-PRINT-LINE-X.

           MOVE SPACES                 TO WS-RPT-LINE.
           STRING 'OFFICE AGENT   APPLICATION      PLAN'
                  '             APPROVAL NO USED ON     REASON'
                  '                    EXPIRED'
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

           MOVE SPACES                 TO RSMRP-SEQ-REC-INFO.
           MOVE WS-RPT-LINE            TO RSMRP-LINE-TXT.

           PERFORM  SMRP-2000-WRITE
               THRU SMRP-2000-WRITE-X.

           ADD  1                      TO WS-LINE-CNT.

       6900-PRINT-LINE-X.
           EXIT.
      /
      *-----------------
       9999-CLOSE-FILES.
      *-----------------

           PERFORM  RUPL-4000-CLOSE
               THRU RUPL-4000-CLOSE-X.

           PERFORM  SMRP-5000-CLOSE
               THRU SMRP-5000-CLOSE-X.

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
       COPY ACPISMRP.
      /
      *****************************************************************
      * ERROR HANDLING ROUTINES                                       *
      *****************************************************************

       COPY XCPL0030.

       COPY XCPL0260.

      *****************************************************************
      **                 END OF PROGRAM ASBM9538                     **
      *****************************************************************
