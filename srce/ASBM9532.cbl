      *************************
       IDENTIFICATION DIVISION.
      *************************

       PROGRAM-ID. ASBM9532.

       COPY XCWWCRHT.

      *****************************************************************
      **  MEMBER :  ASBM9532                                         **
      **  REMARKS:  QUARTERLY STATUTORY NEW BUSINESS STATISTICAL     **
      **            RETURN.  READS THE RUPOL EXTRACT (SORTED BY APP  **
      **            ID) WITH ITS UCLI CLIENTS, UCVG COVERAGES AND    **
      **            RCWAE CWA RECEIPTS AND COUNTS EVERY ISSUED       **
      **            POLICY THAT CONVERTED IN THE QUARTER AS A NEW    **
      **            ISSUE (N) OR, FOR A CONVERSION APPLICATION, AS A **
      **            CONVERSION (C), AND EVERY POLICY CANCELLED IN    **
      **            THE QUARTER ON CLWX AS A CANCELLATION (X).  EACH **
      **            POLICY ADDS ITS COUNT, SUM ASSURED (THE INITIAL  **
      **            AMOUNT OF ALL ITS COVERAGES) AND ANNUALIZED      **
      **            PREMIUM TO THE RETURN CELL FOR ITS PRODUCT LINE  **
      **            (PLOB PLAN MASTER), SALES CHANNEL, THE INSURED'S **
      **            AGE BAND AT ISSUE, THE INSURED'S SEX AND THE     **
      **            MOVEMENT.  THE NBSR RETURN CARRIES A HEADER (H), **
      **            ONE ROW PER CELL (D) AND A TRAILER (T).          **
      **                                                             **
      **            THE RETURN'S OWN TOTALS ARE TIED TO THE MONTH-   **
      **            END CLOSE TIE-OUT EXTRACT (CLSX) FOR THE THREE   **
      **            MONTHS OF THE QUARTER - THE CWA RECEIPTS OF THE  **
      **            POLICIES ISSUED IN THE QUARTER AGAINST THE       **
      **            PREMIUM APPLIED AT CONVERSION, AND THE           **
      **            CONVERSION FUND OF THE CONVERSIONS AGAINST THE   **
      **            CONVERSION CREDITS.  AN OUT-OF-BALANCE RETURN OR **
      **            A MISSING CLOSE MONTH IS FLAGGED ON THE TRAILER  **
      **            AND ENDS THE STEP RC 4, AS DOES A POLICY         **
      **            REPORTED UNDER A DEFAULT LINE OR AGE BAND.  A    **
      **            FULL TABLE ENDS THE STEP RC 8 WITHOUT THE RETURN **
      **            BODY.                                            **
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
645120**  15OCT26  DEV    NEW PROGRAM                                **
      *****************************************************************

      **********************
       ENVIRONMENT DIVISION.
      **********************

       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY ACSSPLOB.
       COPY ACSSCLWX.
       COPY ACSSCLSX.
       COPY ACSSNBSR.

      ***************
       DATA DIVISION.
      ***************

       FILE SECTION.

       COPY ACSDPLOB.

       COPY ACSRPLOB.

       COPY ACSDCLWX.

       COPY ACSRCLWX.

       COPY ACSDCLSX.

       COPY ACSRCLSX.

       COPY ACSDNBSR.

       COPY ACSRNBSR.

       WORKING-STORAGE SECTION.

       COPY XCWWPGWS REPLACING '$VAR1' BY 'ASBM9532'.

       COPY SQLCA.

       01  WS-COUNTERS.
           05  WS-RUPOL-REC-READ            PIC 9(07)  VALUE ZEROS.
           05  WS-RCWAE-REC-READ            PIC 9(07)  VALUE ZEROS.
           05  WS-UCLI-REC-READ             PIC 9(07)  VALUE ZEROS.
           05  WS-UCVG-REC-READ             PIC 9(07)  VALUE ZEROS.
           05  WS-DTL-CNT                   PIC 9(07)  VALUE ZEROS.
           05  WS-NO-LOB-CNT                PIC 9(07)  VALUE ZEROS.
           05  WS-NO-AGE-CNT                PIC 9(07)  VALUE ZEROS.
           05  WS-NO-MODE-CNT               PIC 9(07)  VALUE ZEROS.
           05  WS-NBSR-REC-WRITTEN          PIC 9(07)  VALUE ZEROS.
           05  WS-PIC-COUNTER               PIC Z(06)9.

       01  WS-AMOUNTS.
           05  WS-POL-RECPT-AMT             PIC S9(13)V9(02) COMP-3.
           05  WS-POL-SUM-ASSD-AMT          PIC S9(15)V9(02) COMP-3.
           05  WS-ANNL-PREM-AMT             PIC S9(13)V9(02) COMP-3.
           05  WS-RTN-APPLIED-AMT           PIC S9(15)V9(02) COMP-3
                                                       VALUE ZEROS.
           05  WS-RTN-CNV-CR-AMT            PIC S9(15)V9(02) COMP-3
                                                       VALUE ZEROS.
           05  WS-CLS-APPLIED-AMT           PIC S9(15)V9(02) COMP-3
                                                       VALUE ZEROS.
           05  WS-CLS-CNV-CR-AMT            PIC S9(15)V9(02) COMP-3
                                                       VALUE ZEROS.
           05  WS-PIC-AMOUNT                PIC -(14)9.99.
           05  WS-PIC-AMOUNT-2              PIC -(14)9.99.

      * PLAN WITH NO PLOB ROW AND NO COMPANY DEFAULT, AND AN INSURED
      * WITH NO USABLE BIRTH DATE - REPORTED UNDER THESE CODES.

       01  WS-DEFAULTS.
           05  WS-DFLT-LOB-CD               PIC X(03)  VALUE 'UNK'.
           05  WS-DFLT-AGE-BAND-CD          PIC X(02)  VALUE 'XX'.
           05  WS-ALL-PLANS                 PIC X(15)  VALUE ALL '*'.

       01  WS-PGM-WORK-AREA.
           05  WS-RUN-DT-CCYYMMDD           PIC 9(08)  VALUE ZEROS.
           05  WS-RUN-DT-GRP                REDEFINES
               WS-RUN-DT-CCYYMMDD.
               10  WS-RUN-DT-CCYY           PIC 9(04).
               10  WS-RUN-DT-MM             PIC 9(02).
               10  WS-RUN-DT-DD             PIC 9(02).
           05  WS-RUN-DT                    PIC X(10).
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
           05  WS-CHNL-CD                   PIC X(01).
           05  WS-AGE-BAND-CD               PIC X(02).
           05  WS-SEX-CD                    PIC X(01).
           05  WS-MVMT-CD                   PIC X(01).
           05  WS-MVMT-SUB                  PIC S9(04) COMP.
           05  WS-MODE-FREQ-CD              PIC X(02).
           05  WS-MODE-FREQ                 REDEFINES
               WS-MODE-FREQ-CD              PIC 9(02).
               88  WS-MODE-FREQ-VALID             VALUE 01 02 04 12.
           05  WS-ISSUED-IN-QTR-SW          PIC X(01).
               88  WS-ISSUED-IN-QTR               VALUE 'Y'.
           05  WS-CANCELLED-IN-QTR-SW       PIC X(01).
               88  WS-CANCELLED-IN-QTR            VALUE 'Y'.
           05  WS-TIE-STAT-CD               PIC X(01)  VALUE SPACE.
               88  WS-TIE-BALANCED                VALUE 'B'.
               88  WS-TIE-UNBALANCED              VALUE 'U'.
               88  WS-TIE-NO-CLOSE                VALUE 'N'.
           05  WS-MAX-RC                    PIC 9(02)  VALUE ZERO.

      * FIRST INSURED ON THE APPLICATION AND THE AGE AT ISSUE.

       01  WS-INSRD-WORK-AREA.
           05  WS-INSRD-FOUND-SW            PIC X(01).
               88  WS-INSRD-FOUND                 VALUE 'Y'.
           05  WS-INSRD-SEX-CD              PIC X(01).
           05  WS-INSRD-BTH-DT              PIC X(10).
           05  WS-BTH-CCYY                  PIC 9(04).
           05  WS-BTH-MMDD                  PIC X(04).
           05  WS-ISS-CCYY                  PIC 9(04).
           05  WS-ISS-MMDD                  PIC X(04).
           05  WS-ISS-AGE                   PIC S9(03) COMP-3.
           05  WS-AGE-BAND-NUM              PIC 9(02).

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
           05  WS-PLOB-OVRFLW-SW            PIC X(01)  VALUE 'N'.
               88  WS-PLOB-OVERFLOW               VALUE 'Y'.

      * FREE-LOOK CANCELLATIONS IN THE QUARTER.

       01  WS-CLWX-WORK-AREA.
           05  WS-CLWX-MAX                  PIC S9(04) COMP VALUE +5000.
           05  WS-CLWX-CNT                  PIC S9(04) COMP VALUE ZERO.
           05  WS-CLWX-SUB                  PIC S9(04) COMP.
           05  WS-CLWX-TBL.
               10  WS-CLWX-ENTRY            OCCURS 5000 TIMES.
                   15  WS-CLWX-APP-ID       PIC X(15).
           05  WS-CLWX-OVRFLW-SW            PIC X(01)  VALUE 'N'.
               88  WS-CLWX-OVERFLOW               VALUE 'Y'.

      * MONTH-END CLOSE TOTALS FOR THE THREE MONTHS OF THE QUARTER.
      * A MONTH CLOSED TWICE KEEPS THE LATER TOTALS ROW.

       01  WS-CLSX-WORK-AREA.
           05  WS-CLSX-MO-CNT               PIC S9(04) COMP VALUE ZERO.
           05  WS-CLSX-SUB                  PIC S9(04) COMP.
           05  WS-CLSX-MO-NUM               PIC 9(02).
           05  WS-CLSX-TBL.
               10  WS-CLSX-ENTRY            OCCURS 3 TIMES.
                   15  WS-CLSX-FOUND-SW     PIC X(01).
                       88  WS-CLSX-FOUND          VALUE 'Y'.
                   15  WS-CLSX-APPLIED-AMT  PIC S9(15)V9(02) COMP-3.
                   15  WS-CLSX-CNV-CR-AMT   PIC S9(15)V9(02) COMP-3.

      * RETURN CELLS - PRODUCT LINE, CHANNEL, AGE BAND, SEX AND
      * MOVEMENT.

       01  WS-CELL-WORK-AREA.
           05  WS-CELL-MAX                  PIC S9(04) COMP VALUE +2000.
           05  WS-CELL-CNT                  PIC S9(04) COMP VALUE ZERO.
           05  WS-CELL-SUB                  PIC S9(04) COMP.
           05  WS-CELL-USE-SUB              PIC S9(04) COMP.
           05  WS-CELL-TBL.
               10  WS-CELL-ENTRY            OCCURS 2000 TIMES.
                   15  WS-CELL-LOB-CD       PIC X(03).
                   15  WS-CELL-CHNL-CD      PIC X(01).
                   15  WS-CELL-AGE-BAND-CD  PIC X(02).
                   15  WS-CELL-SEX-CD       PIC X(01).
                   15  WS-CELL-MVMT-CD      PIC X(01).
                   15  WS-CELL-POL-CNT      PIC 9(07).
                   15  WS-CELL-SUM-ASSD-AMT PIC S9(15)V9(02) COMP-3.
                   15  WS-CELL-ANNL-PREM-AMT
                                            PIC S9(15)V9(02) COMP-3.
           05  WS-CELL-OVRFLW-SW            PIC X(01)  VALUE 'N'.
               88  WS-CELL-OVERFLOW               VALUE 'Y'.

      * MOVEMENT TOTALS - 1 NEW ISSUE, 2 CONVERSION, 3 CANCELLATION.

       01  WS-MVMT-WORK-AREA.
           05  WS-MVMT-TOT                  OCCURS 3 TIMES.
               10  WS-MVMT-POL-CNT          PIC 9(07).
               10  WS-MVMT-SUM-ASSD-AMT     PIC S9(15)V9(02) COMP-3.
               10  WS-MVMT-ANNL-PREM-AMT    PIC S9(15)V9(02) COMP-3.
      /
       COPY XCWTFCMD.
      /
       COPY ACSWRUPL.
       COPY ACSWUCLI.
       COPY ACSWUCVG.
       COPY ACSWCWAR.
       COPY ACSWPLOB.
       COPY ACSWCLWX.
       COPY ACSWCLSX.
       COPY ACSWNBSR.
      /
      *****************************************************************
      * INPUT PARAMETER INFORMATION                                   *
      *****************************************************************

       01  WGLOB-GLOBAL-AREA.
       COPY XCWWGLOB.

       COPY ACFRUPOL.

       COPY ACFRUCLI.

       COPY ACFRUCVG.

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

           PERFORM  1400-LOAD-CANCELS
               THRU 1400-LOAD-CANCELS-X.

           PERFORM  1600-LOAD-CLOSE-TOTALS
               THRU 1600-LOAD-CLOSE-TOTALS-X.

      *
      * A RETURN BUILT ON A PARTIAL TABLE WOULD UNDERSTATE THE FILING -
      * THE RUN ENDS ON THE ABORT MESSAGE INSTEAD.
      *
           IF   NOT WS-PLOB-OVERFLOW
           AND  NOT WS-CLWX-OVERFLOW
                PERFORM  CWAR-1000-READ
                    THRU CWAR-1000-READ-X

                PERFORM  UCLI-1000-READ
                    THRU UCLI-1000-READ-X

                PERFORM  UCVG-1000-READ
                    THRU UCVG-1000-READ-X

                PERFORM  RUPL-1000-READ
                    THRU RUPL-1000-READ-X

                PERFORM  2000-PROCESS-POLICY
                    THRU 2000-PROCESS-POLICY-X
                    UNTIL WRUPL-SEQ-IO-EOF
           END-IF.

           IF   NOT WS-PLOB-OVERFLOW
           AND  NOT WS-CLWX-OVERFLOW
           AND  NOT WS-CELL-OVERFLOW
                PERFORM  4000-WRITE-HEADER
                    THRU 4000-WRITE-HEADER-X

                PERFORM  4100-WRITE-CELL
                    THRU 4100-WRITE-CELL-X
                    VARYING WS-CELL-SUB FROM 1 BY 1
                    UNTIL WS-CELL-SUB > WS-CELL-CNT

                PERFORM  4300-TIE-OUT-CLOSE
                    THRU 4300-TIE-OUT-CLOSE-X

                PERFORM  4500-WRITE-TRAILER
                    THRU 4500-WRITE-TRAILER-X
           END-IF.

           PERFORM  5000-PRINT-GRAND-TOTALS
               THRU 5000-PRINT-GRAND-TOTALS-X.

           PERFORM  9999-CLOSE-FILES
               THRU 9999-CLOSE-FILES-X.

           IF   WS-NO-LOB-CNT          > ZERO
           OR   WS-NO-AGE-CNT          > ZERO
           OR   WS-TIE-UNBALANCED
           OR   WS-TIE-NO-CLOSE
                MOVE 4                 TO WS-MAX-RC
           END-IF.

           IF   WS-PLOB-OVERFLOW
           OR   WS-CLWX-OVERFLOW
           OR   WS-CELL-OVERFLOW
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

           PERFORM  CLWX-3000-OPEN-INPUT
               THRU CLWX-3000-OPEN-INPUT-X.

           PERFORM  CLSX-3000-OPEN-INPUT
               THRU CLSX-3000-OPEN-INPUT-X.

           PERFORM  RUPL-3000-OPEN-INPUT
               THRU RUPL-3000-OPEN-INPUT-X.

           PERFORM  UCLI-3000-OPEN-INPUT
               THRU UCLI-3000-OPEN-INPUT-X.

           PERFORM  UCVG-3000-OPEN-INPUT
               THRU UCVG-3000-OPEN-INPUT-X.

           PERFORM  CWAR-3000-OPEN-INPUT
               THRU CWAR-3000-OPEN-INPUT-X.

           PERFORM  NBSR-4000-OPEN-OUTPUT
               THRU NBSR-4000-OPEN-OUTPUT-X.

       0100-OPEN-FILES-X.
           EXIT.
      /
      *----------------
       0200-INITIALIZE.
      *----------------

           ACCEPT  WS-RUN-DT-CCYYMMDD  FROM DATE YYYYMMDD.

           MOVE WS-RUN-DT-CCYYMMDD (1:4)    TO WS-RUN-DT (1:4).
           MOVE '-'                         TO WS-RUN-DT (5:1).
           MOVE WS-RUN-DT-CCYYMMDD (5:2)    TO WS-RUN-DT (6:2).
           MOVE '-'                         TO WS-RUN-DT (8:1).
           MOVE WS-RUN-DT-CCYYMMDD (7:2)    TO WS-RUN-DT (9:2).

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

           PERFORM  0210-CLEAR-TOTALS
               THRU 0210-CLEAR-TOTALS-X
               VARYING WS-CLSX-SUB FROM 1 BY 1
               UNTIL WS-CLSX-SUB > 3.

       0200-INITIALIZE-X.
           EXIT.
      /
      *------------------
       0210-CLEAR-TOTALS.
      *------------------

           MOVE 'N'                    TO WS-CLSX-FOUND-SW
                                              (WS-CLSX-SUB).
           MOVE ZERO                   TO WS-CLSX-APPLIED-AMT
                                              (WS-CLSX-SUB)
                                          WS-CLSX-CNV-CR-AMT
                                              (WS-CLSX-SUB).

           MOVE ZERO                   TO WS-MVMT-POL-CNT
                                              (WS-CLSX-SUB)
                                          WS-MVMT-SUM-ASSD-AMT
                                              (WS-CLSX-SUB)
                                          WS-MVMT-ANNL-PREM-AMT
                                              (WS-CLSX-SUB).

       0210-CLEAR-TOTALS-X.
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
                IF   RPLOB-PLAN-ID     = WS-ALL-PLANS
                     MOVE WS-PLOB-CNT  TO WS-PLOB-DFLT-SUB
                END-IF
           ELSE
                SET  WS-PLOB-OVERFLOW  TO TRUE
      *MSG: PLAN LINE-OF-BUSINESS TABLE FULL - RUN ABORTED - RC 8
                MOVE 'AS95320001'      TO WGLOB-MSG-REF-INFO
                PERFORM  0260-1000-GENERATE-MESSAGE
                    THRU 0260-1000-GENERATE-MESSAGE-X
           END-IF.

           PERFORM  PLOB-1000-READ
               THRU PLOB-1000-READ-X.

       1100-LOAD-ONE-PLAN-LOB-X.
           EXIT.
      /
      *------------------
       1400-LOAD-CANCELS.
      *------------------

           PERFORM  CLWX-1000-READ
               THRU CLWX-1000-READ-X.

           PERFORM  1500-LOAD-ONE-CANCEL
               THRU 1500-LOAD-ONE-CANCEL-X
               UNTIL WCLWX-SEQ-IO-EOF
               OR    WS-CLWX-OVERFLOW.

       1400-LOAD-CANCELS-X.
           EXIT.
      /
      *---------------------
       1500-LOAD-ONE-CANCEL.
      *---------------------

           IF   RCLWX-CANCEL-DT        < WS-FROM-DT
           OR   RCLWX-CANCEL-DT        > WS-TO-DT
                GO TO 1500-LOAD-ONE-CANCEL-R
           END-IF.

           IF   WS-CLWX-CNT            < WS-CLWX-MAX
                ADD  1                 TO WS-CLWX-CNT
                MOVE RCLWX-APP-ID      TO WS-CLWX-APP-ID (WS-CLWX-CNT)
           ELSE
                SET  WS-CLWX-OVERFLOW  TO TRUE
      *MSG: CANCELLATION TABLE FULL - RUN ABORTED - RC 8
                MOVE 'AS95320002'      TO WGLOB-MSG-REF-INFO
                PERFORM  0260-1000-GENERATE-MESSAGE
                    THRU 0260-1000-GENERATE-MESSAGE-X
           END-IF.

       1500-LOAD-ONE-CANCEL-R.

           PERFORM  CLWX-1000-READ
               THRU CLWX-1000-READ-X.

       1500-LOAD-ONE-CANCEL-X.
           EXIT.
      /
      *-----------------------
       1600-LOAD-CLOSE-TOTALS.
      *-----------------------

           PERFORM  CLSX-1000-READ
               THRU CLSX-1000-READ-X.

           PERFORM  1700-LOAD-ONE-CLOSE-MONTH
               THRU 1700-LOAD-ONE-CLOSE-MONTH-X
               UNTIL WCLSX-SEQ-IO-EOF.

       1600-LOAD-CLOSE-TOTALS-X.
           EXIT.
      /
      *--------------------------
       1700-LOAD-ONE-CLOSE-MONTH.
      *--------------------------

      * ONLY THE COMPANY TOTALS ROW OF A MONTH IN THE QUARTER IS TIED.

           IF   NOT RCLSX-REC-TYP-TOTALS
           OR   RCLSX-RPT-YR-MO        < WS-FROM-DT (1:7)
           OR   RCLSX-RPT-YR-MO        > WS-TO-DT (1:7)
           OR   RCLSX-RPT-YR-MO (6:2)  NOT NUMERIC
                GO TO 1700-LOAD-ONE-CLOSE-MONTH-R
           END-IF.

           MOVE RCLSX-RPT-YR-MO (6:2)  TO WS-CLSX-MO-NUM.
           COMPUTE WS-CLSX-SUB         = WS-CLSX-MO-NUM
                                       - WS-QTR-FROM-MM + 1.

           MOVE 'Y'                    TO WS-CLSX-FOUND-SW
                                              (WS-CLSX-SUB).
           MOVE RCLSX-APPLIED-PREM-AMT TO WS-CLSX-APPLIED-AMT
                                              (WS-CLSX-SUB).
           MOVE RCLSX-CNV-CREDIT-AMT   TO WS-CLSX-CNV-CR-AMT
                                              (WS-CLSX-SUB).

       1700-LOAD-ONE-CLOSE-MONTH-R.

           PERFORM  CLSX-1000-READ
               THRU CLSX-1000-READ-X.

       1700-LOAD-ONE-CLOSE-MONTH-X.
           EXIT.
      /
      *--------------------
       2000-PROCESS-POLICY.
      *--------------------

           ADD  1                      TO WS-RUPOL-REC-READ.

           MOVE ZERO                   TO WS-POL-RECPT-AMT
                                          WS-POL-SUM-ASSD-AMT.
           MOVE 'N'                    TO WS-INSRD-FOUND-SW
                                          WS-ISSUED-IN-QTR-SW
                                          WS-CANCELLED-IN-QTR-SW.
           MOVE SPACES                 TO WS-INSRD-SEX-CD
                                          WS-INSRD-BTH-DT.

      * THE RECEIPT, CLIENT AND COVERAGE GROUPS ARE CONSUMED FOR EVERY
      * APPLICATION SO THE FOUR FILES STAY IN STEP.

           PERFORM  2100-MATCH-RECEIPTS
               THRU 2100-MATCH-RECEIPTS-X.

           PERFORM  2200-MATCH-UCLI
               THRU 2200-MATCH-UCLI-X.

           PERFORM  2300-MATCH-UCVG
               THRU 2300-MATCH-UCVG-X.

           IF   NOT RUPOL-POL-ASGN
                GO TO 2000-PROCESS-POLICY-R
           END-IF.

           IF   RUPOL-POL-CNV-DT       NOT < WS-FROM-DT
           AND  RUPOL-POL-CNV-DT       NOT > WS-TO-DT
                SET  WS-ISSUED-IN-QTR  TO TRUE
           END-IF.

           PERFORM  2400-FIND-CANCEL
               THRU 2400-FIND-CANCEL-X
               VARYING WS-CLWX-SUB FROM 1 BY 1
               UNTIL WS-CLWX-SUB > WS-CLWX-CNT
               OR    WS-CANCELLED-IN-QTR.

           IF   NOT WS-ISSUED-IN-QTR
           AND  NOT WS-CANCELLED-IN-QTR
                GO TO 2000-PROCESS-POLICY-R
           END-IF.

           PERFORM  2500-FIND-PLAN-LOB
               THRU 2500-FIND-PLAN-LOB-X.

           PERFORM  2600-DERIVE-CHANNEL
               THRU 2600-DERIVE-CHANNEL-X.

           PERFORM  2700-DERIVE-AGE-BAND
               THRU 2700-DERIVE-AGE-BAND-X.

           PERFORM  2800-ANNUALIZE-PREMIUM
               THRU 2800-ANNUALIZE-PREMIUM-X.

           MOVE WS-INSRD-SEX-CD        TO WS-SEX-CD.
           IF   WS-SEX-CD          NOT = 'M'
           AND  WS-SEX-CD          NOT = 'F'
                MOVE 'U'               TO WS-SEX-CD
           END-IF.

      * A POLICY ISSUED AND CANCELLED IN THE SAME QUARTER IS REPORTED
      * AS BOTH MOVEMENTS.

           IF   WS-ISSUED-IN-QTR
                IF   RUPOL-POL-CNVR-KEY-NUM   NUMERIC
                AND  RUPOL-POL-CNVR-KEY-NUM-N NOT = ZERO
                     MOVE 'C'          TO WS-MVMT-CD
                     MOVE 2            TO WS-MVMT-SUB
                     ADD  RUPOL-GA-CNVR-FND-AMT
                                       TO WS-RTN-CNV-CR-AMT
                ELSE
                     MOVE 'N'          TO WS-MVMT-CD
                     MOVE 1            TO WS-MVMT-SUB
                END-IF
                ADD  WS-POL-RECPT-AMT  TO WS-RTN-APPLIED-AMT
                PERFORM  3000-ACCUM-CELL
                    THRU 3000-ACCUM-CELL-X
           END-IF.

           IF   WS-CANCELLED-IN-QTR
                MOVE 'X'               TO WS-MVMT-CD
                MOVE 3                 TO WS-MVMT-SUB
                PERFORM  3000-ACCUM-CELL
                    THRU 3000-ACCUM-CELL-X
           END-IF.

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
                ADD  RCWAE-RECPT-AMT   TO WS-POL-RECPT-AMT
           END-IF.

           PERFORM  CWAR-1000-READ
               THRU CWAR-1000-READ-X.

       2120-RCWAE-CONSUME-GROUP-X.
           EXIT.
      /
      *----------------
       2200-MATCH-UCLI.
      *----------------

           PERFORM  2210-UCLI-READ-AHEAD
               THRU 2210-UCLI-READ-AHEAD-X
               UNTIL WUCLI-SEQ-IO-EOF
               OR    RUCLI-APP-ID NOT LESS THAN RUPOL-APP-ID.

           PERFORM  2220-UCLI-CONSUME-GROUP
               THRU 2220-UCLI-CONSUME-GROUP-X
               UNTIL WUCLI-SEQ-IO-EOF
               OR    RUCLI-APP-ID NOT = RUPOL-APP-ID.

       2200-MATCH-UCLI-X.
           EXIT.
      /
      *---------------------
       2210-UCLI-READ-AHEAD.
      *---------------------

           ADD  1                      TO WS-UCLI-REC-READ.

           PERFORM  UCLI-1000-READ
               THRU UCLI-1000-READ-X.

       2210-UCLI-READ-AHEAD-X.
           EXIT.
      /
      *------------------------
       2220-UCLI-CONSUME-GROUP.
      *------------------------

           ADD  1                      TO WS-UCLI-REC-READ.

      * THE FIRST INSURED ON THE APPLICATION IS THE ONE REPORTED.

           IF   RUCLI-POL-CLI-INSRD-CD > SPACES
           AND  NOT WS-INSRD-FOUND
                SET  WS-INSRD-FOUND    TO TRUE
                MOVE RUCLI-CLI-SEX-CD  TO WS-INSRD-SEX-CD
                MOVE RUCLI-CLI-BTH-DT  TO WS-INSRD-BTH-DT
           END-IF.

           PERFORM  UCLI-1000-READ
               THRU UCLI-1000-READ-X.

       2220-UCLI-CONSUME-GROUP-X.
           EXIT.
      /
      *----------------
       2300-MATCH-UCVG.
      *----------------

           PERFORM  2310-UCVG-READ-AHEAD
               THRU 2310-UCVG-READ-AHEAD-X
               UNTIL WUCVG-SEQ-IO-EOF
               OR    RUCVG-APP-ID NOT LESS THAN RUPOL-APP-ID.

           PERFORM  2320-UCVG-CONSUME-GROUP
               THRU 2320-UCVG-CONSUME-GROUP-X
               UNTIL WUCVG-SEQ-IO-EOF
               OR    RUCVG-APP-ID NOT = RUPOL-APP-ID.

       2300-MATCH-UCVG-X.
           EXIT.
      /
      *---------------------
       2310-UCVG-READ-AHEAD.
      *---------------------

           ADD  1                      TO WS-UCVG-REC-READ.

           PERFORM  UCVG-1000-READ
               THRU UCVG-1000-READ-X.

       2310-UCVG-READ-AHEAD-X.
           EXIT.
      /
      *------------------------
       2320-UCVG-CONSUME-GROUP.
      *------------------------

           ADD  1                      TO WS-UCVG-REC-READ.

      * THE SUM ASSURED IS THE INITIAL AMOUNT OF ALL THE COVERAGES.

           ADD  RUCVG-INIT-COV-AMT     TO WS-POL-SUM-ASSD-AMT.

           PERFORM  UCVG-1000-READ
               THRU UCVG-1000-READ-X.

       2320-UCVG-CONSUME-GROUP-X.
           EXIT.
      /
      *-----------------
       2400-FIND-CANCEL.
      *-----------------

           IF   WS-CLWX-APP-ID (WS-CLWX-SUB) = RUPOL-APP-ID
                SET  WS-CANCELLED-IN-QTR TO TRUE
           END-IF.

       2400-FIND-CANCEL-X.
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
                GO TO 2500-FIND-PLAN-LOB-X
           END-IF.

           MOVE WS-DFLT-LOB-CD         TO WS-LOB-CD.
           ADD  1                      TO WS-NO-LOB-CNT.

      *MSG: PLAN @1 NOT ON THE LINE-OF-BUSINESS MASTER - REPORTED AS @2
           MOVE 'AS95320003'           TO WGLOB-MSG-REF-INFO.
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
      *--------------------
       2600-DERIVE-CHANNEL.
      *--------------------

      *
      * THE UPLOAD CARRIES NO CHANNEL CODE - IT IS TAKEN FROM HOW THE
      * BUSINESS CAME IN: A REFERRAL PARTNER IS BANCASSURANCE (B), A
      * NON-FACE-TO-FACE SALE IS DIRECT (D), A LIST-BILL GROUP IS
      * WORKSITE (G) AND EVERYTHING ELSE IS AGENCY (A).
      *
           IF   RUPOL-REFRL-CD         > SPACES
                MOVE 'B'               TO WS-CHNL-CD
                GO TO 2600-DERIVE-CHANNEL-X
           END-IF.

           IF   RUPOL-NON-FACE-TO-FACE-YES
                MOVE 'D'               TO WS-CHNL-CD
                GO TO 2600-DERIVE-CHANNEL-X
           END-IF.

           IF   RUPOL-LBILL-GR-CD      > SPACES
                MOVE 'G'               TO WS-CHNL-CD
                GO TO 2600-DERIVE-CHANNEL-X
           END-IF.

           MOVE 'A'                    TO WS-CHNL-CD.

       2600-DERIVE-CHANNEL-X.
           EXIT.
      /
      *---------------------
       2700-DERIVE-AGE-BAND.
      *---------------------

      *
      * AGE LAST BIRTHDAY ON THE ISSUE (CONVERSION) DATE, BANDED
      * 00-14, 15-19, THEN BY DECADE TO 70 AND OVER.
      *
           IF   WS-INSRD-BTH-DT (1:4)  NOT NUMERIC
           OR   WS-INSRD-BTH-DT (6:2)  NOT NUMERIC
           OR   WS-INSRD-BTH-DT (9:2)  NOT NUMERIC
           OR   RUPOL-POL-CNV-DT (1:4) NOT NUMERIC
           OR   WS-INSRD-BTH-DT        > RUPOL-POL-CNV-DT
                GO TO 2700-DERIVE-AGE-BAND-D
           END-IF.

           MOVE WS-INSRD-BTH-DT (1:4)  TO WS-BTH-CCYY.
           MOVE WS-INSRD-BTH-DT (6:2)  TO WS-BTH-MMDD (1:2).
           MOVE WS-INSRD-BTH-DT (9:2)  TO WS-BTH-MMDD (3:2).
           MOVE RUPOL-POL-CNV-DT (1:4) TO WS-ISS-CCYY.
           MOVE RUPOL-POL-CNV-DT (6:2) TO WS-ISS-MMDD (1:2).
           MOVE RUPOL-POL-CNV-DT (9:2) TO WS-ISS-MMDD (3:2).

           COMPUTE WS-ISS-AGE          = WS-ISS-CCYY - WS-BTH-CCYY.
           IF   WS-ISS-MMDD            < WS-BTH-MMDD
                SUBTRACT 1           FROM WS-ISS-AGE
           END-IF.

           IF   WS-ISS-AGE             < 15
                MOVE '00'              TO WS-AGE-BAND-CD
                GO TO 2700-DERIVE-AGE-BAND-X
           END-IF.

           IF   WS-ISS-AGE             < 20
                MOVE '15'              TO WS-AGE-BAND-CD
                GO TO 2700-DERIVE-AGE-BAND-X
           END-IF.

           IF   WS-ISS-AGE             < 70
                DIVIDE WS-ISS-AGE      BY 10
                                   GIVING WS-AGE-BAND-NUM
                MULTIPLY 10            BY WS-AGE-BAND-NUM
                MOVE WS-AGE-BAND-NUM   TO WS-AGE-BAND-CD
                GO TO 2700-DERIVE-AGE-BAND-X
           END-IF.

           MOVE '70'                   TO WS-AGE-BAND-CD.
           GO TO 2700-DERIVE-AGE-BAND-X.

       2700-DERIVE-AGE-BAND-D.

           MOVE WS-DFLT-AGE-BAND-CD    TO WS-AGE-BAND-CD.
           ADD  1                      TO WS-NO-AGE-CNT.

      *MSG: POLICY @1 (APP @2) NO INSURED BIRTH DATE - AGE BAND @3
           MOVE 'AS95320004'           TO WGLOB-MSG-REF-INFO.
           MOVE RUPOL-POL-ID           TO WGLOB-MSG-PARM (1).
           MOVE RUPOL-APP-ID           TO WGLOB-MSG-PARM (2).
           MOVE WS-DFLT-AGE-BAND-CD    TO WGLOB-MSG-PARM (3).
           PERFORM  0260-1000-GENERATE-MESSAGE
               THRU 0260-1000-GENERATE-MESSAGE-X.

       2700-DERIVE-AGE-BAND-X.
           EXIT.
      /
      *-----------------------
       2800-ANNUALIZE-PREMIUM.
      *-----------------------

           IF   RUPOL-SNGL-PREM-AMT    > ZERO
                MOVE RUPOL-SNGL-PREM-AMT
                                       TO WS-ANNL-PREM-AMT
                GO TO 2800-ANNUALIZE-PREMIUM-X
           END-IF.

           MOVE RUPOL-PYMT-MODE-CD (1:2)
                                       TO WS-MODE-FREQ-CD.

           IF   WS-MODE-FREQ-CD        IS NUMERIC
           AND  WS-MODE-FREQ-VALID
                COMPUTE WS-ANNL-PREM-AMT =
                        RUPOL-MOD-REG-PREM-AMT * WS-MODE-FREQ
                GO TO 2800-ANNUALIZE-PREMIUM-X
           END-IF.

           MOVE ZERO                   TO WS-ANNL-PREM-AMT.
           ADD  1                      TO WS-NO-MODE-CNT.

      *MSG: POLICY @1 PAYMENT MODE @2 NOT ANNUALIZED - PREMIUM ZERO
           MOVE 'AS95320005'           TO WGLOB-MSG-REF-INFO.
           MOVE RUPOL-POL-ID           TO WGLOB-MSG-PARM (1).
           MOVE RUPOL-PYMT-MODE-CD     TO WGLOB-MSG-PARM (2).
           PERFORM  0260-1000-GENERATE-MESSAGE
               THRU 0260-1000-GENERATE-MESSAGE-X.

       2800-ANNUALIZE-PREMIUM-X.
           EXIT.
      /
      *----------------
       3000-ACCUM-CELL.
      *----------------

           ADD  1                      TO WS-MVMT-POL-CNT (WS-MVMT-SUB).
           ADD  WS-POL-SUM-ASSD-AMT    TO WS-MVMT-SUM-ASSD-AMT
                                              (WS-MVMT-SUB).
           ADD  WS-ANNL-PREM-AMT       TO WS-MVMT-ANNL-PREM-AMT
                                              (WS-MVMT-SUB).

           MOVE ZERO                   TO WS-CELL-USE-SUB.

           PERFORM  3010-MATCH-CELL
               THRU 3010-MATCH-CELL-X
               VARYING WS-CELL-SUB FROM 1 BY 1
               UNTIL WS-CELL-SUB > WS-CELL-CNT
               OR    WS-CELL-USE-SUB > ZERO.

           IF   WS-CELL-USE-SUB        = ZERO
                IF   WS-CELL-CNT       < WS-CELL-MAX
                     ADD  1            TO WS-CELL-CNT
                     MOVE WS-CELL-CNT  TO WS-CELL-USE-SUB
                     MOVE WS-LOB-CD    TO WS-CELL-LOB-CD (WS-CELL-CNT)
                     MOVE WS-CHNL-CD   TO WS-CELL-CHNL-CD (WS-CELL-CNT)
                     MOVE WS-AGE-BAND-CD
                                       TO WS-CELL-AGE-BAND-CD
                                              (WS-CELL-CNT)
                     MOVE WS-SEX-CD    TO WS-CELL-SEX-CD (WS-CELL-CNT)
                     MOVE WS-MVMT-CD   TO WS-CELL-MVMT-CD (WS-CELL-CNT)
                     MOVE ZERO         TO WS-CELL-POL-CNT (WS-CELL-CNT)
                                          WS-CELL-SUM-ASSD-AMT
                                              (WS-CELL-CNT)
                                          WS-CELL-ANNL-PREM-AMT
                                              (WS-CELL-CNT)
                ELSE
                     IF   NOT WS-CELL-OVERFLOW
                          SET  WS-CELL-OVERFLOW TO TRUE
      *MSG: RETURN CELL TABLE FULL - RETURN NOT PRODUCED - RC 8
                          MOVE 'AS95320006'
                                       TO WGLOB-MSG-REF-INFO
                          PERFORM  0260-1000-GENERATE-MESSAGE
                              THRU 0260-1000-GENERATE-MESSAGE-X
                     END-IF
                     GO TO 3000-ACCUM-CELL-X
                END-IF
           END-IF.

           ADD  1                      TO WS-CELL-POL-CNT
                                              (WS-CELL-USE-SUB).
           ADD  WS-POL-SUM-ASSD-AMT    TO WS-CELL-SUM-ASSD-AMT
                                              (WS-CELL-USE-SUB).
           ADD  WS-ANNL-PREM-AMT       TO WS-CELL-ANNL-PREM-AMT
                                              (WS-CELL-USE-SUB).

       3000-ACCUM-CELL-X.
           EXIT.
      /
      *----------------
       3010-MATCH-CELL.
      *----------------

           IF   WS-CELL-LOB-CD (WS-CELL-SUB)      = WS-LOB-CD
           AND  WS-CELL-CHNL-CD (WS-CELL-SUB)     = WS-CHNL-CD
           AND  WS-CELL-AGE-BAND-CD (WS-CELL-SUB) = WS-AGE-BAND-CD
           AND  WS-CELL-SEX-CD (WS-CELL-SUB)      = WS-SEX-CD
           AND  WS-CELL-MVMT-CD (WS-CELL-SUB)     = WS-MVMT-CD
                MOVE WS-CELL-SUB       TO WS-CELL-USE-SUB
           END-IF.

       3010-MATCH-CELL-X.
           EXIT.
      /
      *------------------
       4000-WRITE-HEADER.
      *-----------------

           MOVE SPACES                 TO RNBSR-SEQ-REC-INFO.
           MOVE WS-RPT-QTR             TO RNBSR-RPT-QTR.
           SET  RNBSR-REC-TYP-HEADER   TO TRUE.
           MOVE WGLOB-COMPANY-CODE     TO RNBSR-CO-ID.
           MOVE WS-FROM-DT             TO RNBSR-HDR-FROM-DT.
           MOVE WS-TO-DT               TO RNBSR-HDR-TO-DT.
           MOVE WS-RUN-DT              TO RNBSR-HDR-RUN-DT.

           PERFORM  NBSR-2000-WRITE
               THRU NBSR-2000-WRITE-X.

           ADD  1                      TO WS-NBSR-REC-WRITTEN.

       4000-WRITE-HEADER-X.
           EXIT.
      /
      *----------------
       4100-WRITE-CELL.
      *----------------

           MOVE SPACES                 TO RNBSR-SEQ-REC-INFO.
           MOVE WS-RPT-QTR             TO RNBSR-RPT-QTR.
           SET  RNBSR-REC-TYP-DETAIL   TO TRUE.
           MOVE WGLOB-COMPANY-CODE     TO RNBSR-CO-ID.
           MOVE WS-CELL-LOB-CD (WS-CELL-SUB)
                                       TO RNBSR-LOB-CD.
           MOVE WS-CELL-CHNL-CD (WS-CELL-SUB)
                                       TO RNBSR-CHNL-CD.
           MOVE WS-CELL-AGE-BAND-CD (WS-CELL-SUB)
                                       TO RNBSR-AGE-BAND-CD.
           MOVE WS-CELL-SEX-CD (WS-CELL-SUB)
                                       TO RNBSR-SEX-CD.
           MOVE WS-CELL-MVMT-CD (WS-CELL-SUB)
                                       TO RNBSR-MVMT-CD.
           MOVE WS-CELL-POL-CNT (WS-CELL-SUB)
                                       TO RNBSR-POL-CNT.
           MOVE WS-CELL-SUM-ASSD-AMT (WS-CELL-SUB)
                                       TO RNBSR-SUM-ASSD-AMT.
           MOVE WS-CELL-ANNL-PREM-AMT (WS-CELL-SUB)
                                       TO RNBSR-ANNL-PREM-AMT.

           PERFORM  NBSR-2000-WRITE
               THRU NBSR-2000-WRITE-X.

           ADD  1                      TO WS-NBSR-REC-WRITTEN
                                          WS-DTL-CNT.

       4100-WRITE-CELL-X.
           EXIT.
      /
      *-------------------
       4300-TIE-OUT-CLOSE.
      *-------------------

           MOVE ZERO                   TO WS-CLSX-MO-CNT.

           PERFORM  4310-ADD-CLOSE-MONTH
               THRU 4310-ADD-CLOSE-MONTH-X
               VARYING WS-CLSX-SUB FROM 1 BY 1
               UNTIL WS-CLSX-SUB > 3.

      * WITHOUT ALL THREE MONTHS CLOSED THERE IS NOTHING TO TIE TO.

           IF   WS-CLSX-MO-CNT         < 3
                SET  WS-TIE-NO-CLOSE   TO TRUE
      *MSG: CLOSE TIE-OUT NOT DONE - @1 OF 3 MONTHS CLOSED FOR @2
                MOVE 'AS95320007'      TO WGLOB-MSG-REF-INFO
                MOVE WS-CLSX-MO-CNT    TO WS-PIC-COUNTER
                MOVE WS-PIC-COUNTER    TO WGLOB-MSG-PARM (1)
                MOVE WS-RPT-QTR        TO WGLOB-MSG-PARM (2)
                PERFORM  0260-1000-GENERATE-MESSAGE
                    THRU 0260-1000-GENERATE-MESSAGE-X
                GO TO 4300-TIE-OUT-CLOSE-X
           END-IF.

           SET  WS-TIE-BALANCED        TO TRUE.

           IF   WS-RTN-APPLIED-AMT NOT = WS-CLS-APPLIED-AMT
                SET  WS-TIE-UNBALANCED TO TRUE
      *MSG: CLOSE TIE-OUT @1 OUT OF BALANCE - RETURN @2, CLOSE @3
                MOVE 'AS95320008'      TO WGLOB-MSG-REF-INFO
                MOVE 'APPLIED PREMIUM' TO WGLOB-MSG-PARM (1)
                MOVE WS-RTN-APPLIED-AMT
                                       TO WS-PIC-AMOUNT
                MOVE WS-PIC-AMOUNT     TO WGLOB-MSG-PARM (2)
                MOVE WS-CLS-APPLIED-AMT
                                       TO WS-PIC-AMOUNT-2
                MOVE WS-PIC-AMOUNT-2   TO WGLOB-MSG-PARM (3)
                PERFORM  0260-1000-GENERATE-MESSAGE
                    THRU 0260-1000-GENERATE-MESSAGE-X
           END-IF.

           IF   WS-RTN-CNV-CR-AMT  NOT = WS-CLS-CNV-CR-AMT
                SET  WS-TIE-UNBALANCED TO TRUE
      *MSG: CLOSE TIE-OUT @1 OUT OF BALANCE - RETURN @2, CLOSE @3
                MOVE 'AS95320008'      TO WGLOB-MSG-REF-INFO
                MOVE 'CONVERSION CREDIT'
                                       TO WGLOB-MSG-PARM (1)
                MOVE WS-RTN-CNV-CR-AMT TO WS-PIC-AMOUNT
                MOVE WS-PIC-AMOUNT     TO WGLOB-MSG-PARM (2)
                MOVE WS-CLS-CNV-CR-AMT TO WS-PIC-AMOUNT-2
                MOVE WS-PIC-AMOUNT-2   TO WGLOB-MSG-PARM (3)
                PERFORM  0260-1000-GENERATE-MESSAGE
                    THRU 0260-1000-GENERATE-MESSAGE-X
           END-IF.

           IF   WS-TIE-BALANCED
      *MSG: CLOSE TIE-OUT BALANCED FOR QUARTER @1
                MOVE 'AS95320009'      TO WGLOB-MSG-REF-INFO
                MOVE WS-RPT-QTR        TO WGLOB-MSG-PARM (1)
                PERFORM  0260-1000-GENERATE-MESSAGE
                    THRU 0260-1000-GENERATE-MESSAGE-X
           END-IF.

       4300-TIE-OUT-CLOSE-X.
           EXIT.
      /
      *---------------------
       4310-ADD-CLOSE-MONTH.
      *---------------------

           IF   WS-CLSX-FOUND (WS-CLSX-SUB)
                ADD  1                 TO WS-CLSX-MO-CNT
                ADD  WS-CLSX-APPLIED-AMT (WS-CLSX-SUB)
                                       TO WS-CLS-APPLIED-AMT
                ADD  WS-CLSX-CNV-CR-AMT (WS-CLSX-SUB)
                                       TO WS-CLS-CNV-CR-AMT
           END-IF.

       4310-ADD-CLOSE-MONTH-X.
           EXIT.
      /
      *-------------------
       4500-WRITE-TRAILER.
      *-------------------

           MOVE SPACES                 TO RNBSR-SEQ-REC-INFO.
           MOVE WS-RPT-QTR             TO RNBSR-RPT-QTR.
           SET  RNBSR-REC-TYP-TRAILER  TO TRUE.
           MOVE WGLOB-COMPANY-CODE     TO RNBSR-CO-ID.
           MOVE WS-DTL-CNT             TO RNBSR-TRL-DTL-CNT.

           PERFORM  4510-MOVE-MVMT-TOTAL
               THRU 4510-MOVE-MVMT-TOTAL-X
               VARYING WS-MVMT-SUB FROM 1 BY 1
               UNTIL WS-MVMT-SUB > 3.

           MOVE WS-TIE-STAT-CD         TO RNBSR-TRL-TIE-STAT-CD.
           MOVE WS-RTN-APPLIED-AMT     TO RNBSR-TRL-RTN-APPLIED-AMT.
           MOVE WS-CLS-APPLIED-AMT     TO RNBSR-TRL-CLS-APPLIED-AMT.
           MOVE WS-RTN-CNV-CR-AMT      TO RNBSR-TRL-RTN-CNV-CR-AMT.
           MOVE WS-CLS-CNV-CR-AMT      TO RNBSR-TRL-CLS-CNV-CR-AMT.

           PERFORM  NBSR-2000-WRITE
               THRU NBSR-2000-WRITE-X.

           ADD  1                      TO WS-NBSR-REC-WRITTEN.

       4500-WRITE-TRAILER-X.
           EXIT.
      /
      *---------------------
       4510-MOVE-MVMT-TOTAL.
      *---------------------

           MOVE WS-MVMT-POL-CNT (WS-MVMT-SUB)
                                       TO RNBSR-TRL-POL-CNT
                                              (WS-MVMT-SUB).
           MOVE WS-MVMT-SUM-ASSD-AMT (WS-MVMT-SUB)
                                       TO RNBSR-TRL-SUM-ASSD-AMT
                                              (WS-MVMT-SUB).
           MOVE WS-MVMT-ANNL-PREM-AMT (WS-MVMT-SUB)
                                       TO RNBSR-TRL-ANNL-PREM-AMT
                                              (WS-MVMT-SUB).

       4510-MOVE-MVMT-TOTAL-X.
           EXIT.
      /
      *------------------------
       5000-PRINT-GRAND-TOTALS.
      *------------------------

      *MSG: QUARTER @1 - RUPOL READ @2, NEW @3, CONVERTED @4, CANCEL @5
           MOVE 'AS95320010'           TO WGLOB-MSG-REF-INFO.
           MOVE WS-RPT-QTR             TO WGLOB-MSG-PARM (1).
           MOVE WS-RUPOL-REC-READ      TO WS-PIC-COUNTER.
           MOVE WS-PIC-COUNTER         TO WGLOB-MSG-PARM (2).
           MOVE WS-MVMT-POL-CNT (1)    TO WS-PIC-COUNTER.
           MOVE WS-PIC-COUNTER         TO WGLOB-MSG-PARM (3).
           MOVE WS-MVMT-POL-CNT (2)    TO WS-PIC-COUNTER.
           MOVE WS-PIC-COUNTER         TO WGLOB-MSG-PARM (4).
           MOVE WS-MVMT-POL-CNT (3)    TO WS-PIC-COUNTER.
           MOVE WS-PIC-COUNTER         TO WGLOB-MSG-PARM (5).
           PERFORM  0260-1000-GENERATE-MESSAGE
               THRU 0260-1000-GENERATE-MESSAGE-X.

      *MSG: RETURN CELLS @1 - DEFAULT LINE @2, AGE @3, NO MODE @4
           MOVE 'AS95320011'           TO WGLOB-MSG-REF-INFO.
           MOVE WS-DTL-CNT             TO WS-PIC-COUNTER.
           MOVE WS-PIC-COUNTER         TO WGLOB-MSG-PARM (1).
           MOVE WS-NO-LOB-CNT          TO WS-PIC-COUNTER.
           MOVE WS-PIC-COUNTER         TO WGLOB-MSG-PARM (2).
           MOVE WS-NO-AGE-CNT          TO WS-PIC-COUNTER.
           MOVE WS-PIC-COUNTER         TO WGLOB-MSG-PARM (3).
           MOVE WS-NO-MODE-CNT         TO WS-PIC-COUNTER.
           MOVE WS-PIC-COUNTER         TO WGLOB-MSG-PARM (4).
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

           PERFORM  CLWX-4000-CLOSE
               THRU CLWX-4000-CLOSE-X.

           PERFORM  CLSX-4000-CLOSE
               THRU CLSX-4000-CLOSE-X.

           PERFORM  RUPL-4000-CLOSE
               THRU RUPL-4000-CLOSE-X.

           PERFORM  UCLI-4000-CLOSE
               THRU UCLI-4000-CLOSE-X.

           PERFORM  UCVG-4000-CLOSE
               THRU UCVG-4000-CLOSE-X.

           PERFORM  CWAR-4000-CLOSE
               THRU CWAR-4000-CLOSE-X.

           PERFORM  NBSR-5000-CLOSE
               THRU NBSR-5000-CLOSE-X.

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
       COPY ACPACWAR.
       COPY ACPNCWAR.
       COPY ACPOCWAR.
       COPY ACPLCWAR.
      /
       COPY ACPIPLOB.
      /
       COPY ACPECLWX.
      /
       COPY ACPECLSX.
      /
       COPY ACPINBSR.
      /
      *****************************************************************
      * ERROR HANDLING ROUTINES                                       *
      *****************************************************************

       COPY XCPL0030.

       COPY XCPL0260.

      *****************************************************************
      **                 END OF PROGRAM ASBM9532                     **
      *****************************************************************
