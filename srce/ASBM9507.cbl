      *************************
       IDENTIFICATION DIVISION.
      *************************

       PROGRAM-ID. ASBM9507.

       COPY XCWWCRHT.

      *****************************************************************
      **  MEMBER :  ASBM9507                                         **
      **  REMARKS:  QUARTERLY PREMIUM TAX ALLOCATION EXTRACT.  READS **
      **            THE RUPOL EXTRACT (SORTED BY APP ID) AND, FOR    **
      **            EVERY ISSUED POLICY, TAKES THE FIRST-YEAR        **
      **            PREMIUM COLLECTED ON THE RCWAE CWA RECEIPT       **
      **            EXTRACT WHEN THE POLICY CONVERTED IN THE         **
      **            QUARTER, LESS THE REFUNDS REQUESTED IN THE       **
      **            QUARTER ON REFX AND THE FREE-LOOK REVERSALS      **
      **            CANCELLED IN THE QUARTER ON CLWX.  THE NET IS    **
      **            ALLOCATED TO THE POLICY'S ISSUE LOCATION         **
      **            (STAMPED ON RUPOL AT CONVERSION) AND TO ITS LINE **
      **            OF BUSINESS FROM THE PLOB PLAN MASTER.  THE PTAX **
      **            EXTRACT CARRIES A DETAIL ROW PER POLICY (D), AN  **
      **            ALLOCATION ROW PER ISSUE LOCATION AND LINE OF    **
      **            BUSINESS (A), THE SUMMARY PAGE BY LINE OF        **
      **            BUSINESS AND GL PREMIUM INCOME ACCOUNT THAT      **
      **            FINANCE TIES TO THE LEDGER (G) AND A TRAILER     **
      **            (T).                                             **
      **                                                             **
      **            FREE-LOOK REFUNDS ARE NETTED FROM CLWX ONLY -    **
      **            THE 'FL' REFX ROW FOR THE SAME MONEY IS SKIPPED  **
      **            SO IT IS NOT TAKEN OFF TWICE.  A POLICY WITH NO  **
      **            ISSUE LOCATION IS STILL REPORTED, UNDER A BLANK  **
      **            LOCATION, AND ENDS THE STEP RC 4.  A FULL TABLE  **
      **            ENDS THE STEP RC 8 WITHOUT THE EXTRACT BODY.     **
      **                                                             **
      **            JCL PARM:  BYTES 1-2   COMPANY                   **
      **                       BYTES 3-8   QUARTER (CCYYQN)          **
      **                                   (DEFAULT - THE CALENDAR   **
      **                                   QUARTER BEFORE THE RUN)   **
      **                                                             **
      **  DOMAIN :  BC                                               **
      **  CLASS  :  PD                                               **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
846173**  15OCT26  DEV    NEW PROGRAM                                **
      *****************************************************************

      **********************
       ENVIRONMENT DIVISION.
      **********************

       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY ACSSPLOB.
       COPY ACSSREFX.
       COPY ACSSCLWX.
       COPY ACSSPTAX.

      ***************
       DATA DIVISION.
      ***************

       FILE SECTION.

       COPY ACSDPLOB.

       COPY ACSRPLOB.

       COPY ACSDREFX.

       COPY ACSRREFX.

       COPY ACSDCLWX.

       COPY ACSRCLWX.

       COPY ACSDPTAX.

       COPY ACSRPTAX.

       WORKING-STORAGE SECTION.

       COPY XCWWPGWS REPLACING '$VAR1' BY 'ASBM9507'.

       COPY SQLCA.

       01  WS-COUNTERS.
           05  WS-RUPOL-REC-READ            PIC 9(07)  VALUE ZEROS.
           05  WS-RCWAE-REC-READ            PIC 9(07)  VALUE ZEROS.
           05  WS-ISSUED-CNT                PIC 9(07)  VALUE ZEROS.
           05  WS-DTL-CNT                   PIC 9(07)  VALUE ZEROS.
           05  WS-NO-LOC-CNT                PIC 9(07)  VALUE ZEROS.
           05  WS-NO-LOB-CNT                PIC 9(07)  VALUE ZEROS.
           05  WS-PTAX-REC-WRITTEN          PIC 9(07)  VALUE ZEROS.
           05  WS-PIC-COUNTER               PIC Z(06)9.

       01  WS-AMOUNTS.
           05  WS-POL-GROSS-AMT             PIC S9(13)V9(02) COMP-3.
           05  WS-POL-REFUND-AMT            PIC S9(13)V9(02) COMP-3.
           05  WS-POL-FLOOK-AMT             PIC S9(13)V9(02) COMP-3.
           05  WS-POL-NET-AMT               PIC S9(13)V9(02) COMP-3.
           05  WS-TOT-GROSS-AMT             PIC S9(15)V9(02) COMP-3
                                                       VALUE ZEROS.
           05  WS-TOT-REFUND-AMT            PIC S9(15)V9(02) COMP-3
                                                       VALUE ZEROS.
           05  WS-TOT-FLOOK-AMT             PIC S9(15)V9(02) COMP-3
                                                       VALUE ZEROS.
           05  WS-TOT-NET-AMT               PIC S9(15)V9(02) COMP-3
                                                       VALUE ZEROS.
           05  WS-NO-LOC-AMT                PIC S9(15)V9(02) COMP-3
                                                       VALUE ZEROS.
           05  WS-PIC-AMOUNT                PIC -(14)9.99.

      * PLAN WITH NO PLOB ROW AND NO COMPANY DEFAULT - REPORTED UNDER
      * LINE 'UNK' AND THE PREMIUM INCOME ACCOUNT THE DAILY SUSPENSE
      * EXTRACT (ASBM9422) CLEARS CWA TO.

       01  WS-DEFAULTS.
           05  WS-DFLT-LOB-CD               PIC X(03)  VALUE 'UNK'.
           05  WS-DFLT-PREM-ACCT-ID         PIC X(08)  VALUE '40100000'.
           05  WS-ALL-PLANS                 PIC X(15)  VALUE ALL '*'.

       01  WS-PGM-WORK-AREA.
           05  WS-RUN-DT-CCYYMMDD           PIC 9(08)  VALUE ZEROS.
           05  WS-RUN-DT-GRP                REDEFINES
               WS-RUN-DT-CCYYMMDD.
               10  WS-RUN-DT-CCYY           PIC 9(04).
               10  WS-RUN-DT-MM             PIC 9(02).
               10  WS-RUN-DT-DD             PIC 9(02).
           05  WS-RPT-QTR.
               10  WS-RPT-QTR-CCYY          PIC 9(04).
               10  FILLER                   PIC X(01)  VALUE 'Q'.
               10  WS-RPT-QTR-NUM           PIC 9(01).
           05  WS-QTR-FROM-MM               PIC 9(02).
           05  WS-QTR-TO-MM                 PIC 9(02).
           05  WS-FROM-DT.
               10  WS-FROM-DT-CCYY          PIC 9(04).
               10  FILLER                   PIC X(01)  VALUE '-'.
               10  WS-FROM-DT-MM            PIC 9(02).
               10  FILLER                   PIC X(03)  VALUE '-01'.
           05  WS-TO-DT.
               10  WS-TO-DT-CCYY            PIC 9(04).
               10  FILLER                   PIC X(01)  VALUE '-'.
               10  WS-TO-DT-MM              PIC 9(02).
               10  FILLER                   PIC X(03)  VALUE '-31'.
           05  WS-LOB-CD                    PIC X(03).
           05  WS-PREM-ACCT-ID              PIC X(08).
           05  WS-MAX-RC                    PIC 9(02)  VALUE ZERO.

      * PLAN LINE-OF-BUSINESS MASTER.

       01  WS-PLOB-WORK-AREA.
           05  WS-PLOB-MAX                  PIC S9(04) COMP VALUE +1000.
           05  WS-PLOB-CNT                  PIC S9(04) COMP VALUE ZERO.
           05  WS-PLOB-SUB                  PIC S9(04) COMP.
           05  WS-PLOB-USE-SUB              PIC S9(04) COMP.
           05  WS-PLOB-DFLT-SUB             PIC S9(04) COMP.
           05  WS-PLOB-TBL.
               10  WS-PLOB-ENTRY            OCCURS 1000 TIMES.
                   15  WS-PLOB-PLAN-ID      PIC X(15).
                   15  WS-PLOB-LOB-CD       PIC X(03).
                   15  WS-PLOB-PREM-ACCT-ID PIC X(08).
           05  WS-PLOB-OVRFLW-SW            PIC X(01)  VALUE 'N'.
               88  WS-PLOB-OVERFLOW               VALUE 'Y'.

      * REFUNDS REQUESTED IN THE QUARTER (EXCEPT FREE-LOOK).

       01  WS-REFX-WORK-AREA.
           05  WS-REFX-MAX                  PIC S9(04) COMP VALUE +5000.
           05  WS-REFX-CNT                  PIC S9(04) COMP VALUE ZERO.
           05  WS-REFX-SUB                  PIC S9(04) COMP.
           05  WS-REFX-TBL.
               10  WS-REFX-ENTRY            OCCURS 5000 TIMES.
                   15  WS-REFX-APP-ID       PIC X(15).
                   15  WS-REFX-AMT          PIC S9(13)V9(02) COMP-3.
           05  WS-REFX-OVRFLW-SW            PIC X(01)  VALUE 'N'.
               88  WS-REFX-OVERFLOW               VALUE 'Y'.

      * FREE-LOOK CANCELLATIONS IN THE QUARTER.

       01  WS-CLWX-WORK-AREA.
           05  WS-CLWX-MAX                  PIC S9(04) COMP VALUE +5000.
           05  WS-CLWX-CNT                  PIC S9(04) COMP VALUE ZERO.
           05  WS-CLWX-SUB                  PIC S9(04) COMP.
           05  WS-CLWX-TBL.
               10  WS-CLWX-ENTRY            OCCURS 5000 TIMES.
                   15  WS-CLWX-APP-ID       PIC X(15).
                   15  WS-CLWX-AMT          PIC S9(13)V9(02) COMP-3.
           05  WS-CLWX-OVRFLW-SW            PIC X(01)  VALUE 'N'.
               88  WS-CLWX-OVERFLOW               VALUE 'Y'.

      * ALLOCATION CELLS - ISSUE LOCATION AND LINE OF BUSINESS.

       01  WS-ALC-WORK-AREA.
           05  WS-ALC-MAX                   PIC S9(04) COMP VALUE +1000.
           05  WS-ALC-CNT                   PIC S9(04) COMP VALUE ZERO.
           05  WS-ALC-SUB                   PIC S9(04) COMP.
           05  WS-ALC-USE-SUB               PIC S9(04) COMP.
           05  WS-ALC-TBL.
               10  WS-ALC-ENTRY             OCCURS 1000 TIMES.
                   15  WS-ALC-ISS-LOC-CD    PIC X(02).
                   15  WS-ALC-LOB-CD        PIC X(03).
                   15  WS-ALC-POL-CNT       PIC 9(07).
                   15  WS-ALC-GROSS-AMT     PIC S9(15)V9(02) COMP-3.
                   15  WS-ALC-REFUND-AMT    PIC S9(15)V9(02) COMP-3.
                   15  WS-ALC-FLOOK-AMT     PIC S9(15)V9(02) COMP-3.
                   15  WS-ALC-NET-AMT       PIC S9(15)V9(02) COMP-3.
           05  WS-ALC-OVRFLW-SW             PIC X(01)  VALUE 'N'.
               88  WS-ALC-OVERFLOW                VALUE 'Y'.

      * GL SUMMARY CELLS - LINE OF BUSINESS AND PREMIUM ACCOUNT.

       01  WS-GLS-WORK-AREA.
           05  WS-GLS-MAX                   PIC S9(04) COMP VALUE +100.
           05  WS-GLS-CNT                   PIC S9(04) COMP VALUE ZERO.
           05  WS-GLS-SUB                   PIC S9(04) COMP.
           05  WS-GLS-USE-SUB               PIC S9(04) COMP.
           05  WS-GLS-TBL.
               10  WS-GLS-ENTRY             OCCURS 100 TIMES.
                   15  WS-GLS-LOB-CD        PIC X(03).
                   15  WS-GLS-PREM-ACCT-ID  PIC X(08).
                   15  WS-GLS-POL-CNT       PIC 9(07).
                   15  WS-GLS-GROSS-AMT     PIC S9(15)V9(02) COMP-3.
                   15  WS-GLS-REFUND-AMT    PIC S9(15)V9(02) COMP-3.
                   15  WS-GLS-FLOOK-AMT     PIC S9(15)V9(02) COMP-3.
                   15  WS-GLS-NET-AMT       PIC S9(15)V9(02) COMP-3.
           05  WS-GLS-OVRFLW-SW             PIC X(01)  VALUE 'N'.
               88  WS-GLS-OVERFLOW                VALUE 'Y'.
      /
       COPY XCWTFCMD.
      /
       COPY ACSWRUPL.
       COPY ACSWCWAR.
       COPY ACSWPLOB.
       COPY ACSWREFX.
       COPY ACSWCLWX.
       COPY ACSWPTAX.
      /
      *****************************************************************
      * INPUT PARAMETER INFORMATION                                   *
      *****************************************************************

       01  WGLOB-GLOBAL-AREA.
       COPY XCWWGLOB.

       COPY ACFRUPOL.

       COPY ACFRCWAE.
      /
       LINKAGE SECTION.
      *****************

       01  LK-PARM-AREA.
           05  LK-PARM-LEN                 PIC S9(04) COMP.
           05  LK-PARM-DATA.
               10  LK-COMPANY-CODE         PIC X(02).
               10  LK-RPT-QTR.
                   15  LK-RPT-QTR-CCYY     PIC X(04).
                   15  LK-RPT-QTR-Q        PIC X(01).
                   15  LK-RPT-QTR-NUM      PIC X(01).
               10  FILLER                  PIC X(22).
      /
       PROCEDURE DIVISION USING LK-PARM-AREA.

      *--------------
       0000-MAINLINE.
      *--------------

           PERFORM  0100-OPEN-FILES
               THRU 0100-OPEN-FILES-X.

           PERFORM  0200-INITIALIZE
               THRU 0200-INITIALIZE-X.

           PERFORM  1000-LOAD-PLAN-LOB
               THRU 1000-LOAD-PLAN-LOB-X.

           PERFORM  1200-LOAD-REFUNDS
               THRU 1200-LOAD-REFUNDS-X.

           PERFORM  1400-LOAD-FREE-LOOKS
               THRU 1400-LOAD-FREE-LOOKS-X.

      *
      * AN ALLOCATION BUILT ON A PARTIAL TABLE WOULD NOT TIE TO THE
      * LEDGER - THE RUN ENDS ON THE ABORT MESSAGE INSTEAD.
      *
           IF   NOT WS-PLOB-OVERFLOW
           AND  NOT WS-REFX-OVERFLOW
           AND  NOT WS-CLWX-OVERFLOW
                PERFORM  CWAR-1000-READ
                    THRU CWAR-1000-READ-X

                PERFORM  RUPL-1000-READ
                    THRU RUPL-1000-READ-X

                PERFORM  2000-PROCESS-POLICY
                    THRU 2000-PROCESS-POLICY-X
                    UNTIL WRUPL-SEQ-IO-EOF
           END-IF.

           IF   NOT WS-PLOB-OVERFLOW
           AND  NOT WS-REFX-OVERFLOW
           AND  NOT WS-CLWX-OVERFLOW
           AND  NOT WS-ALC-OVERFLOW
           AND  NOT WS-GLS-OVERFLOW
                PERFORM  4000-WRITE-ALLOCATION
                    THRU 4000-WRITE-ALLOCATION-X
                    VARYING WS-ALC-SUB FROM 1 BY 1
                    UNTIL WS-ALC-SUB > WS-ALC-CNT

                PERFORM  4200-WRITE-GL-SUMMARY
                    THRU 4200-WRITE-GL-SUMMARY-X
                    VARYING WS-GLS-SUB FROM 1 BY 1
                    UNTIL WS-GLS-SUB > WS-GLS-CNT

                PERFORM  4500-WRITE-TRAILER
                    THRU 4500-WRITE-TRAILER-X
           END-IF.

           PERFORM  5000-PRINT-GRAND-TOTALS
               THRU 5000-PRINT-GRAND-TOTALS-X.

           PERFORM  9999-CLOSE-FILES
               THRU 9999-CLOSE-FILES-X.

           IF   WS-NO-LOC-CNT          > ZERO
           OR   WS-NO-LOB-CNT          > ZERO
                MOVE 4                 TO WS-MAX-RC
           END-IF.

           IF   WS-PLOB-OVERFLOW
           OR   WS-REFX-OVERFLOW
           OR   WS-CLWX-OVERFLOW
           OR   WS-ALC-OVERFLOW
           OR   WS-GLS-OVERFLOW
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

           PERFORM  PLOB-3000-OPEN-INPUT
               THRU PLOB-3000-OPEN-INPUT-X.

           PERFORM  REFX-3000-OPEN-INPUT
               THRU REFX-3000-OPEN-INPUT-X.

           PERFORM  CLWX-3000-OPEN-INPUT
               THRU CLWX-3000-OPEN-INPUT-X.

           PERFORM  RUPL-3000-OPEN-INPUT
               THRU RUPL-3000-OPEN-INPUT-X.

           PERFORM  CWAR-3000-OPEN-INPUT
               THRU CWAR-3000-OPEN-INPUT-X.

           PERFORM  PTAX-4000-OPEN-OUTPUT
               THRU PTAX-4000-OPEN-OUTPUT-X.

       0100-OPEN-FILES-X.
           EXIT.
      /
      *----------------
       0200-INITIALIZE.
      *----------------

           ACCEPT  WS-RUN-DT-CCYYMMDD  FROM DATE YYYYMMDD.

      * DEFAULT QUARTER IS THE CALENDAR QUARTER BEFORE THE RUN.

           MOVE WS-RUN-DT-CCYY         TO WS-RPT-QTR-CCYY.
           COMPUTE WS-RPT-QTR-NUM      = (WS-RUN-DT-MM - 1) / 3.
           IF   WS-RPT-QTR-NUM         = ZERO
                MOVE 4                 TO WS-RPT-QTR-NUM
                SUBTRACT 1           FROM WS-RPT-QTR-CCYY
           END-IF.

           IF   LK-PARM-LEN                  > ZERO
           AND  LK-COMPANY-CODE              > SPACES
                MOVE LK-COMPANY-CODE    TO WGLOB-COMPANY-CODE
           END-IF.

           IF   LK-PARM-LEN                  > 2
           AND  LK-RPT-QTR-CCYY              NUMERIC
           AND  LK-RPT-QTR-Q                 = 'Q'
           AND  LK-RPT-QTR-NUM               NUMERIC
           AND  LK-RPT-QTR-NUM               > '0'
           AND  LK-RPT-QTR-NUM               < '5'
                MOVE LK-RPT-QTR-CCYY    TO WS-RPT-QTR-CCYY
                MOVE LK-RPT-QTR-NUM     TO WS-RPT-QTR-NUM
           END-IF.

      * THE QUARTER END IS DAY 31 OF ITS LAST MONTH - THE DATES ARE
      * COMPARED AS ISO TEXT, SO IT COVERS THE LAST DAY OF ANY MONTH.

           COMPUTE WS-QTR-FROM-MM      = (WS-RPT-QTR-NUM * 3) - 2.
           COMPUTE WS-QTR-TO-MM        =  WS-RPT-QTR-NUM * 3.

           MOVE WS-RPT-QTR-CCYY        TO WS-FROM-DT-CCYY
                                          WS-TO-DT-CCYY.
           MOVE WS-QTR-FROM-MM         TO WS-FROM-DT-MM.
           MOVE WS-QTR-TO-MM           TO WS-TO-DT-MM.

       0200-INITIALIZE-X.
           EXIT.
      /
      *-------------------
       1000-LOAD-PLAN-LOB.
      *-------------------

           MOVE ZERO                   TO WS-PLOB-DFLT-SUB.

           PERFORM  PLOB-1000-READ
               THRU PLOB-1000-READ-X.

           PERFORM  1100-LOAD-ONE-PLAN-LOB
               THRU 1100-LOAD-ONE-PLAN-LOB-X
               UNTIL WPLOB-SEQ-IO-EOF
               OR    WS-PLOB-OVERFLOW.

       1000-LOAD-PLAN-LOB-X.
           EXIT.
      /
      *-----------------------
       1100-LOAD-ONE-PLAN-LOB.
      *-----------------------

           IF   WS-PLOB-CNT            < WS-PLOB-MAX
                ADD  1                 TO WS-PLOB-CNT
                MOVE RPLOB-PLAN-ID     TO WS-PLOB-PLAN-ID
                                              (WS-PLOB-CNT)
                MOVE RPLOB-LOB-CD      TO WS-PLOB-LOB-CD
                                              (WS-PLOB-CNT)
                MOVE RPLOB-GL-PREM-ACCT-ID
                                       TO WS-PLOB-PREM-ACCT-ID
                                              (WS-PLOB-CNT)
                IF   RPLOB-PLAN-ID     = WS-ALL-PLANS
                     MOVE WS-PLOB-CNT  TO WS-PLOB-DFLT-SUB
                END-IF
           ELSE
                SET  WS-PLOB-OVERFLOW  TO TRUE
      *MSG: PLAN LINE-OF-BUSINESS TABLE FULL - RUN ABORTED - RC 8
                MOVE 'AS95070001'      TO WGLOB-MSG-REF-INFO
                PERFORM  0260-1000-GENERATE-MESSAGE
                    THRU 0260-1000-GENERATE-MESSAGE-X
           END-IF.

           PERFORM  PLOB-1000-READ
               THRU PLOB-1000-READ-X.

       1100-LOAD-ONE-PLAN-LOB-X.
           EXIT.
      /
      *------------------
       1200-LOAD-REFUNDS.
      *------------------

           PERFORM  REFX-1000-READ
               THRU REFX-1000-READ-X.

           PERFORM  1300-LOAD-ONE-REFUND
               THRU 1300-LOAD-ONE-REFUND-X
               UNTIL WREFX-SEQ-IO-EOF
               OR    WS-REFX-OVERFLOW.

       1200-LOAD-REFUNDS-X.
           EXIT.
      /
      *---------------------
       1300-LOAD-ONE-REFUND.
      *---------------------

      * THE FREE-LOOK REFUND IS NETTED FROM THE CLWX CANCELLATION.

           IF   RREFX-TYP-FREE-LOOK
           OR   RREFX-RQST-DT          < WS-FROM-DT
           OR   RREFX-RQST-DT          > WS-TO-DT
                GO TO 1300-LOAD-ONE-REFUND-R
           END-IF.

           IF   WS-REFX-CNT            < WS-REFX-MAX
                ADD  1                 TO WS-REFX-CNT
                MOVE RREFX-APP-ID      TO WS-REFX-APP-ID (WS-REFX-CNT)
                MOVE RREFX-REFUND-AMT  TO WS-REFX-AMT (WS-REFX-CNT)
           ELSE
                SET  WS-REFX-OVERFLOW  TO TRUE
      *MSG: REFUND TABLE FULL - RUN ABORTED - RC 8
                MOVE 'AS95070002'      TO WGLOB-MSG-REF-INFO
                PERFORM  0260-1000-GENERATE-MESSAGE
                    THRU 0260-1000-GENERATE-MESSAGE-X
           END-IF.

       1300-LOAD-ONE-REFUND-R.

           PERFORM  REFX-1000-READ
               THRU REFX-1000-READ-X.

       1300-LOAD-ONE-REFUND-X.
           EXIT.
      /
      *---------------------
       1400-LOAD-FREE-LOOKS.
      *---------------------

           PERFORM  CLWX-1000-READ
               THRU CLWX-1000-READ-X.

           PERFORM  1500-LOAD-ONE-FREE-LOOK
               THRU 1500-LOAD-ONE-FREE-LOOK-X
               UNTIL WCLWX-SEQ-IO-EOF
               OR    WS-CLWX-OVERFLOW.

       1400-LOAD-FREE-LOOKS-X.
           EXIT.
      /
      *------------------------
       1500-LOAD-ONE-FREE-LOOK.
      *------------------------

           IF   RCLWX-CANCEL-DT        < WS-FROM-DT
           OR   RCLWX-CANCEL-DT        > WS-TO-DT
                GO TO 1500-LOAD-ONE-FREE-LOOK-R
           END-IF.

           IF   WS-CLWX-CNT            < WS-CLWX-MAX
                ADD  1                 TO WS-CLWX-CNT
                MOVE RCLWX-APP-ID      TO WS-CLWX-APP-ID (WS-CLWX-CNT)
                MOVE RCLWX-REFUND-AMT  TO WS-CLWX-AMT (WS-CLWX-CNT)
           ELSE
                SET  WS-CLWX-OVERFLOW  TO TRUE
      *MSG: FREE-LOOK TABLE FULL - RUN ABORTED - RC 8
                MOVE 'AS95070003'      TO WGLOB-MSG-REF-INFO
                PERFORM  0260-1000-GENERATE-MESSAGE
                    THRU 0260-1000-GENERATE-MESSAGE-X
           END-IF.

       1500-LOAD-ONE-FREE-LOOK-R.

           PERFORM  CLWX-1000-READ
               THRU CLWX-1000-READ-X.

       1500-LOAD-ONE-FREE-LOOK-X.
           EXIT.
      /
      *--------------------
       2000-PROCESS-POLICY.
      *--------------------

           ADD  1                      TO WS-RUPOL-REC-READ.

           MOVE ZERO                   TO WS-POL-GROSS-AMT
                                          WS-POL-REFUND-AMT
                                          WS-POL-FLOOK-AMT.

      * THE RECEIPTS ARE CONSUMED FOR EVERY APPLICATION SO THE MERGE
      * STAYS IN STEP, BUT COUNT ONLY FOR A CONVERSION IN THE QUARTER.

           PERFORM  2100-MATCH-RECEIPTS
               THRU 2100-MATCH-RECEIPTS-X.

           IF   NOT RUPOL-POL-ASGN
                GO TO 2000-PROCESS-POLICY-R
           END-IF.

           ADD  1                      TO WS-ISSUED-CNT.

           IF   RUPOL-POL-CNV-DT       < WS-FROM-DT
           OR   RUPOL-POL-CNV-DT       > WS-TO-DT
                MOVE ZERO              TO WS-POL-GROSS-AMT
           END-IF.

           PERFORM  2300-SUM-REFUNDS
               THRU 2300-SUM-REFUNDS-X
               VARYING WS-REFX-SUB FROM 1 BY 1
               UNTIL WS-REFX-SUB > WS-REFX-CNT.

           PERFORM  2400-SUM-FREE-LOOKS
               THRU 2400-SUM-FREE-LOOKS-X
               VARYING WS-CLWX-SUB FROM 1 BY 1
               UNTIL WS-CLWX-SUB > WS-CLWX-CNT.

           IF   WS-POL-GROSS-AMT       = ZERO
           AND  WS-POL-REFUND-AMT      = ZERO
           AND  WS-POL-FLOOK-AMT       = ZERO
                GO TO 2000-PROCESS-POLICY-R
           END-IF.

           COMPUTE WS-POL-NET-AMT      = WS-POL-GROSS-AMT
                                       - WS-POL-REFUND-AMT
                                       - WS-POL-FLOOK-AMT.

           PERFORM  2500-FIND-PLAN-LOB
               THRU 2500-FIND-PLAN-LOB-X.

           IF   RUPOL-POL-ISS-LOC-CD   = SPACES OR LOW-VALUES
                MOVE SPACES            TO RUPOL-POL-ISS-LOC-CD
                ADD  1                 TO WS-NO-LOC-CNT
                ADD  WS-POL-NET-AMT    TO WS-NO-LOC-AMT
      *MSG: POLICY @1 (APP @2) HAS NO ISSUE LOCATION - TAX UNALLOCATED
                MOVE 'AS95070004'      TO WGLOB-MSG-REF-INFO
                MOVE RUPOL-POL-ID      TO WGLOB-MSG-PARM (1)
                MOVE RUPOL-APP-ID      TO WGLOB-MSG-PARM (2)
                PERFORM  0260-1000-GENERATE-MESSAGE
                    THRU 0260-1000-GENERATE-MESSAGE-X
           END-IF.

           PERFORM  3000-WRITE-DETAIL
               THRU 3000-WRITE-DETAIL-X.

           PERFORM  3100-ACCUM-ALLOCATION
               THRU 3100-ACCUM-ALLOCATION-X.

           PERFORM  3200-ACCUM-GL-SUMMARY
               THRU 3200-ACCUM-GL-SUMMARY-X.

       2000-PROCESS-POLICY-R.

           PERFORM  RUPL-1000-READ
               THRU RUPL-1000-READ-X.

       2000-PROCESS-POLICY-X.
           EXIT.
      /
      *--------------------
       2100-MATCH-RECEIPTS.
      *--------------------

           PERFORM  2110-RCWAE-READ-AHEAD
               THRU 2110-RCWAE-READ-AHEAD-X
               UNTIL WCWAR-SEQ-IO-EOF
               OR    RCWAE-APP-ID NOT LESS THAN RUPOL-APP-ID.

           PERFORM  2120-RCWAE-CONSUME-GROUP
               THRU 2120-RCWAE-CONSUME-GROUP-X
               UNTIL WCWAR-SEQ-IO-EOF
               OR    RCWAE-APP-ID NOT = RUPOL-APP-ID.

       2100-MATCH-RECEIPTS-X.
           EXIT.
      /
      *----------------------
       2110-RCWAE-READ-AHEAD.
      *----------------------

           ADD  1                      TO WS-RCWAE-REC-READ.

           PERFORM  CWAR-1000-READ
               THRU CWAR-1000-READ-X.

       2110-RCWAE-READ-AHEAD-X.
           EXIT.
      /
      *-------------------------
       2120-RCWAE-CONSUME-GROUP.
      *-------------------------

           ADD  1                      TO WS-RCWAE-REC-READ.

           IF   RCWAE-CO-ID            = WGLOB-COMPANY-CODE
                ADD  RCWAE-RECPT-AMT   TO WS-POL-GROSS-AMT
           END-IF.

           PERFORM  CWAR-1000-READ
               THRU CWAR-1000-READ-X.

       2120-RCWAE-CONSUME-GROUP-X.
           EXIT.
      /
      *-----------------
       2300-SUM-REFUNDS.
      *-----------------

           IF   WS-REFX-APP-ID (WS-REFX-SUB) = RUPOL-APP-ID
                ADD  WS-REFX-AMT (WS-REFX-SUB)
                                       TO WS-POL-REFUND-AMT
           END-IF.

       2300-SUM-REFUNDS-X.
           EXIT.
      /
      *--------------------
       2400-SUM-FREE-LOOKS.
      *--------------------

           IF   WS-CLWX-APP-ID (WS-CLWX-SUB) = RUPOL-APP-ID
                ADD  WS-CLWX-AMT (WS-CLWX-SUB)
                                       TO WS-POL-FLOOK-AMT
           END-IF.

       2400-SUM-FREE-LOOKS-X.
           EXIT.
      /
      *-------------------
       2500-FIND-PLAN-LOB.
      *-------------------

           MOVE ZERO                   TO WS-PLOB-USE-SUB.

           PERFORM  2510-MATCH-PLAN-LOB
               THRU 2510-MATCH-PLAN-LOB-X
               VARYING WS-PLOB-SUB FROM 1 BY 1
               UNTIL WS-PLOB-SUB > WS-PLOB-CNT
               OR    WS-PLOB-USE-SUB > ZERO.

           IF   WS-PLOB-USE-SUB        = ZERO
                MOVE WS-PLOB-DFLT-SUB  TO WS-PLOB-USE-SUB
           END-IF.

           IF   WS-PLOB-USE-SUB        > ZERO
                MOVE WS-PLOB-LOB-CD (WS-PLOB-USE-SUB)
                                       TO WS-LOB-CD
                MOVE WS-PLOB-PREM-ACCT-ID (WS-PLOB-USE-SUB)
                                       TO WS-PREM-ACCT-ID
                GO TO 2500-FIND-PLAN-LOB-X
           END-IF.

           MOVE WS-DFLT-LOB-CD         TO WS-LOB-CD.
           MOVE WS-DFLT-PREM-ACCT-ID   TO WS-PREM-ACCT-ID.
           ADD  1                      TO WS-NO-LOB-CNT.

      *MSG: PLAN @1 NOT ON THE LINE-OF-BUSINESS MASTER - REPORTED AS @2
           MOVE 'AS95070005'           TO WGLOB-MSG-REF-INFO.
           MOVE RUPOL-PLAN-ID          TO WGLOB-MSG-PARM (1).
           MOVE WS-DFLT-LOB-CD         TO WGLOB-MSG-PARM (2).
           PERFORM  0260-1000-GENERATE-MESSAGE
               THRU 0260-1000-GENERATE-MESSAGE-X.

       2500-FIND-PLAN-LOB-X.
           EXIT.
      /
      *--------------------
       2510-MATCH-PLAN-LOB.
      *--------------------

           IF   WS-PLOB-PLAN-ID (WS-PLOB-SUB) = RUPOL-PLAN-ID
                MOVE WS-PLOB-SUB       TO WS-PLOB-USE-SUB
           END-IF.

       2510-MATCH-PLAN-LOB-X.
           EXIT.
      /
      *------------------
       3000-WRITE-DETAIL.
      *------------------

           MOVE SPACES                 TO RPTAX-SEQ-REC-INFO.
           MOVE WS-RPT-QTR             TO RPTAX-RPT-QTR.
           SET  RPTAX-REC-TYP-DETAIL   TO TRUE.
           MOVE RUPOL-POL-ISS-LOC-CD   TO RPTAX-ISS-LOC-CD.
           MOVE WS-LOB-CD              TO RPTAX-LOB-CD.
           MOVE RUPOL-APP-ID           TO RPTAX-APP-ID.
           MOVE RUPOL-POL-ID           TO RPTAX-POL-ID.
           MOVE RUPOL-PLAN-ID          TO RPTAX-PLAN-ID.
           MOVE RUPOL-POL-CNV-DT       TO RPTAX-POL-CNV-DT.
           MOVE WS-POL-GROSS-AMT       TO RPTAX-GROSS-PREM-AMT.
           MOVE WS-POL-REFUND-AMT      TO RPTAX-REFUND-AMT.
           MOVE WS-POL-FLOOK-AMT       TO RPTAX-FREE-LOOK-AMT.
           MOVE WS-POL-NET-AMT         TO RPTAX-NET-PREM-AMT.

           PERFORM  PTAX-2000-WRITE
               THRU PTAX-2000-WRITE-X.

           ADD  1                      TO WS-PTAX-REC-WRITTEN
                                          WS-DTL-CNT.
           ADD  WS-POL-GROSS-AMT       TO WS-TOT-GROSS-AMT.
           ADD  WS-POL-REFUND-AMT      TO WS-TOT-REFUND-AMT.
           ADD  WS-POL-FLOOK-AMT       TO WS-TOT-FLOOK-AMT.
           ADD  WS-POL-NET-AMT         TO WS-TOT-NET-AMT.

       3000-WRITE-DETAIL-X.
           EXIT.
      /
      *----------------------
       3100-ACCUM-ALLOCATION.
      *----------------------

           MOVE ZERO                   TO WS-ALC-USE-SUB.

           PERFORM  3110-MATCH-ALLOCATION
               THRU 3110-MATCH-ALLOCATION-X
               VARYING WS-ALC-SUB FROM 1 BY 1
               UNTIL WS-ALC-SUB > WS-ALC-CNT
               OR    WS-ALC-USE-SUB > ZERO.

           IF   WS-ALC-USE-SUB         = ZERO
                IF   WS-ALC-CNT        < WS-ALC-MAX
                     ADD  1            TO WS-ALC-CNT
                     MOVE WS-ALC-CNT   TO WS-ALC-USE-SUB
                     MOVE RUPOL-POL-ISS-LOC-CD
                                       TO WS-ALC-ISS-LOC-CD
                                              (WS-ALC-CNT)
                     MOVE WS-LOB-CD    TO WS-ALC-LOB-CD (WS-ALC-CNT)
                     MOVE ZERO         TO WS-ALC-POL-CNT (WS-ALC-CNT)
                                          WS-ALC-GROSS-AMT (WS-ALC-CNT)
                                          WS-ALC-REFUND-AMT
                                              (WS-ALC-CNT)
                                          WS-ALC-FLOOK-AMT (WS-ALC-CNT)
                                          WS-ALC-NET-AMT (WS-ALC-CNT)
                ELSE
                     IF   NOT WS-ALC-OVERFLOW
                          SET  WS-ALC-OVERFLOW TO TRUE
      *MSG: ALLOCATION TABLE FULL - EXTRACT NOT COMPLETED - RC 8
                          MOVE 'AS95070006'
                                       TO WGLOB-MSG-REF-INFO
                          PERFORM  0260-1000-GENERATE-MESSAGE
                              THRU 0260-1000-GENERATE-MESSAGE-X
                     END-IF
                     GO TO 3100-ACCUM-ALLOCATION-X
                END-IF
           END-IF.

           ADD  1                      TO WS-ALC-POL-CNT
                                              (WS-ALC-USE-SUB).
           ADD  WS-POL-GROSS-AMT       TO WS-ALC-GROSS-AMT
                                              (WS-ALC-USE-SUB).
           ADD  WS-POL-REFUND-AMT      TO WS-ALC-REFUND-AMT
                                              (WS-ALC-USE-SUB).
           ADD  WS-POL-FLOOK-AMT       TO WS-ALC-FLOOK-AMT
                                              (WS-ALC-USE-SUB).
           ADD  WS-POL-NET-AMT         TO WS-ALC-NET-AMT
                                              (WS-ALC-USE-SUB).

       3100-ACCUM-ALLOCATION-X.
           EXIT.
      /
      *----------------------
       3110-MATCH-ALLOCATION.
      *----------------------

           IF   WS-ALC-ISS-LOC-CD (WS-ALC-SUB) = RUPOL-POL-ISS-LOC-CD
           AND  WS-ALC-LOB-CD (WS-ALC-SUB)     = WS-LOB-CD
                MOVE WS-ALC-SUB        TO WS-ALC-USE-SUB
           END-IF.

       3110-MATCH-ALLOCATION-X.
           EXIT.
      /
      *----------------------
       3200-ACCUM-GL-SUMMARY.
      *----------------------

           MOVE ZERO                   TO WS-GLS-USE-SUB.

           PERFORM  3210-MATCH-GL-SUMMARY
               THRU 3210-MATCH-GL-SUMMARY-X
               VARYING WS-GLS-SUB FROM 1 BY 1
               UNTIL WS-GLS-SUB > WS-GLS-CNT
               OR    WS-GLS-USE-SUB > ZERO.

           IF   WS-GLS-USE-SUB         = ZERO
                IF   WS-GLS-CNT        < WS-GLS-MAX
                     ADD  1            TO WS-GLS-CNT
                     MOVE WS-GLS-CNT   TO WS-GLS-USE-SUB
                     MOVE WS-LOB-CD    TO WS-GLS-LOB-CD (WS-GLS-CNT)
                     MOVE WS-PREM-ACCT-ID
                                       TO WS-GLS-PREM-ACCT-ID
                                              (WS-GLS-CNT)
                     MOVE ZERO         TO WS-GLS-POL-CNT (WS-GLS-CNT)
                                          WS-GLS-GROSS-AMT (WS-GLS-CNT)
                                          WS-GLS-REFUND-AMT
                                              (WS-GLS-CNT)
                                          WS-GLS-FLOOK-AMT (WS-GLS-CNT)
                                          WS-GLS-NET-AMT (WS-GLS-CNT)
                ELSE
                     IF   NOT WS-GLS-OVERFLOW
                          SET  WS-GLS-OVERFLOW TO TRUE
      *MSG: GL SUMMARY TABLE FULL - EXTRACT NOT COMPLETED - RC 8
                          MOVE 'AS95070007'
                                       TO WGLOB-MSG-REF-INFO
                          PERFORM  0260-1000-GENERATE-MESSAGE
                              THRU 0260-1000-GENERATE-MESSAGE-X
                     END-IF
                     GO TO 3200-ACCUM-GL-SUMMARY-X
                END-IF
           END-IF.

           ADD  1                      TO WS-GLS-POL-CNT
                                              (WS-GLS-USE-SUB).
           ADD  WS-POL-GROSS-AMT       TO WS-GLS-GROSS-AMT
                                              (WS-GLS-USE-SUB).
           ADD  WS-POL-REFUND-AMT      TO WS-GLS-REFUND-AMT
                                              (WS-GLS-USE-SUB).
           ADD  WS-POL-FLOOK-AMT       TO WS-GLS-FLOOK-AMT
                                              (WS-GLS-USE-SUB).
           ADD  WS-POL-NET-AMT         TO WS-GLS-NET-AMT
                                              (WS-GLS-USE-SUB).

       3200-ACCUM-GL-SUMMARY-X.
           EXIT.
      /
      *----------------------
       3210-MATCH-GL-SUMMARY.
      *----------------------

           IF   WS-GLS-LOB-CD (WS-GLS-SUB)       = WS-LOB-CD
           AND  WS-GLS-PREM-ACCT-ID (WS-GLS-SUB) = WS-PREM-ACCT-ID
                MOVE WS-GLS-SUB        TO WS-GLS-USE-SUB
           END-IF.

       3210-MATCH-GL-SUMMARY-X.
           EXIT.
      /
      *----------------------
       4000-WRITE-ALLOCATION.
      *----------------------

           MOVE SPACES                 TO RPTAX-SEQ-REC-INFO.
           MOVE WS-RPT-QTR             TO RPTAX-RPT-QTR.
           SET  RPTAX-REC-TYP-ALLOC    TO TRUE.
           MOVE WS-ALC-ISS-LOC-CD (WS-ALC-SUB)
                                       TO RPTAX-ISS-LOC-CD.
           MOVE WS-ALC-LOB-CD (WS-ALC-SUB)
                                       TO RPTAX-LOB-CD.
           MOVE WS-ALC-POL-CNT (WS-ALC-SUB)
                                       TO RPTAX-ALC-POL-CNT.
           MOVE WS-ALC-GROSS-AMT (WS-ALC-SUB)
                                       TO RPTAX-ALC-GROSS-AMT.
           MOVE WS-ALC-REFUND-AMT (WS-ALC-SUB)
                                       TO RPTAX-ALC-REFUND-AMT.
           MOVE WS-ALC-FLOOK-AMT (WS-ALC-SUB)
                                       TO RPTAX-ALC-FLOOK-AMT.
           MOVE WS-ALC-NET-AMT (WS-ALC-SUB)
                                       TO RPTAX-ALC-NET-AMT.

      * THE CELL'S SHARE OF THE COMPANY NET PREMIUM FOR THE QUARTER.

           MOVE ZERO                   TO RPTAX-ALC-NET-PCT.
           IF   WS-TOT-NET-AMT     NOT = ZERO
                COMPUTE RPTAX-ALC-NET-PCT ROUNDED =
                        WS-ALC-NET-AMT (WS-ALC-SUB) * 100
                      / WS-TOT-NET-AMT
           END-IF.

           PERFORM  PTAX-2000-WRITE
               THRU PTAX-2000-WRITE-X.

           ADD  1                      TO WS-PTAX-REC-WRITTEN.

       4000-WRITE-ALLOCATION-X.
           EXIT.
      /
      *----------------------
       4200-WRITE-GL-SUMMARY.
      *----------------------

           MOVE SPACES                 TO RPTAX-SEQ-REC-INFO.
           MOVE WS-RPT-QTR             TO RPTAX-RPT-QTR.
           SET  RPTAX-REC-TYP-GL-SUMMARY TO TRUE.
           MOVE WS-GLS-LOB-CD (WS-GLS-SUB)
                                       TO RPTAX-LOB-CD.
           MOVE WS-GLS-PREM-ACCT-ID (WS-GLS-SUB)
                                       TO RPTAX-GL-PREM-ACCT-ID.
           MOVE WS-GLS-POL-CNT (WS-GLS-SUB)
                                       TO RPTAX-GL-POL-CNT.
           MOVE WS-GLS-GROSS-AMT (WS-GLS-SUB)
                                       TO RPTAX-GL-GROSS-AMT.
           MOVE WS-GLS-REFUND-AMT (WS-GLS-SUB)
                                       TO RPTAX-GL-REFUND-AMT.
           MOVE WS-GLS-FLOOK-AMT (WS-GLS-SUB)
                                       TO RPTAX-GL-FLOOK-AMT.
           MOVE WS-GLS-NET-AMT (WS-GLS-SUB)
                                       TO RPTAX-GL-NET-AMT.

           PERFORM  PTAX-2000-WRITE
               THRU PTAX-2000-WRITE-X.

           ADD  1                      TO WS-PTAX-REC-WRITTEN.

       4200-WRITE-GL-SUMMARY-X.
           EXIT.
      /
      *-------------------
       4500-WRITE-TRAILER.
      *-------------------

           MOVE SPACES                 TO RPTAX-SEQ-REC-INFO.
           MOVE WS-RPT-QTR             TO RPTAX-RPT-QTR.
           SET  RPTAX-REC-TYP-TRAILER  TO TRUE.
           MOVE WS-DTL-CNT             TO RPTAX-TRL-DTL-CNT.
           MOVE WS-TOT-GROSS-AMT       TO RPTAX-TRL-GROSS-AMT.
           MOVE WS-TOT-REFUND-AMT      TO RPTAX-TRL-REFUND-AMT.
           MOVE WS-TOT-FLOOK-AMT       TO RPTAX-TRL-FLOOK-AMT.
           MOVE WS-TOT-NET-AMT         TO RPTAX-TRL-NET-AMT.
           MOVE WS-NO-LOC-CNT          TO RPTAX-TRL-NO-LOC-CNT.
           MOVE WS-NO-LOC-AMT          TO RPTAX-TRL-NO-LOC-AMT.

           PERFORM  PTAX-2000-WRITE
               THRU PTAX-2000-WRITE-X.

           ADD  1                      TO WS-PTAX-REC-WRITTEN.

       4500-WRITE-TRAILER-X.
           EXIT.
      /
      *------------------------
       5000-PRINT-GRAND-TOTALS.
      *------------------------

      *MSG: QUARTER @1 - RUPOL READ @2, ISSUED @3, DETAIL ROWS @4
           MOVE 'AS95070008'           TO WGLOB-MSG-REF-INFO.
           MOVE WS-RPT-QTR             TO WGLOB-MSG-PARM (1).
           MOVE WS-RUPOL-REC-READ      TO WS-PIC-COUNTER.
           MOVE WS-PIC-COUNTER         TO WGLOB-MSG-PARM (2).
           MOVE WS-ISSUED-CNT          TO WS-PIC-COUNTER.
           MOVE WS-PIC-COUNTER         TO WGLOB-MSG-PARM (3).
           MOVE WS-DTL-CNT             TO WS-PIC-COUNTER.
           MOVE WS-PIC-COUNTER         TO WGLOB-MSG-PARM (4).
           PERFORM  0260-1000-GENERATE-MESSAGE
               THRU 0260-1000-GENERATE-MESSAGE-X.

      *MSG: NET FIRST-YEAR PREMIUM @1 - NO ISSUE LOCATION @2 POLICIES
           MOVE 'AS95070009'           TO WGLOB-MSG-REF-INFO.
           MOVE WS-TOT-NET-AMT         TO WS-PIC-AMOUNT.
           MOVE WS-PIC-AMOUNT          TO WGLOB-MSG-PARM (1).
           MOVE WS-NO-LOC-CNT          TO WS-PIC-COUNTER.
           MOVE WS-PIC-COUNTER         TO WGLOB-MSG-PARM (2).
           PERFORM  0260-1000-GENERATE-MESSAGE
               THRU 0260-1000-GENERATE-MESSAGE-X.

       5000-PRINT-GRAND-TOTALS-X.
           EXIT.
      /
      *-----------------
       9999-CLOSE-FILES.
      *-----------------

           PERFORM  PLOB-5000-CLOSE
               THRU PLOB-5000-CLOSE-X.

           PERFORM  REFX-4000-CLOSE
               THRU REFX-4000-CLOSE-X.

           PERFORM  CLWX-4000-CLOSE
               THRU CLWX-4000-CLOSE-X.

           PERFORM  RUPL-4000-CLOSE
               THRU RUPL-4000-CLOSE-X.

           PERFORM  CWAR-4000-CLOSE
               THRU CWAR-4000-CLOSE-X.

           PERFORM  PTAX-5000-CLOSE
               THRU PTAX-5000-CLOSE-X.

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
       COPY ACPACWAR.
       COPY ACPNCWAR.
       COPY ACPOCWAR.
       COPY ACPLCWAR.
      /
       COPY ACPIPLOB.
      /
       COPY ACPEREFX.
      /
       COPY ACPECLWX.
      /
       COPY ACPIPTAX.
      /
      *****************************************************************
      * ERROR HANDLING ROUTINES                                       *
      *****************************************************************

       COPY XCPL0030.

       COPY XCPL0260.

      *****************************************************************
      **                 END OF PROGRAM ASBM9507                     **
      *****************************************************************
