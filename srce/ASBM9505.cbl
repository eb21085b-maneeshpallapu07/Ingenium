      *************************
       IDENTIFICATION DIVISION.
      *************************

       PROGRAM-ID. ASBM9505.

       COPY XCWWCRHT.

      *****************************************************************
      **  MEMBER :  ASBM9505                                         **
      **  REMARKS:  MONTHLY REINSURANCE PREMIUM BORDEREAU.  READS    **
      **            THE MONTH'S CESX CESSION EXTRACTS WRITTEN BY     **
      **            ASBM9424, SPLITS EACH AUTOMATIC CESSION OVER THE **
      **            TREATY SHARES ON THE TRTY TREATY MASTER (A       **
      **            FACULTATIVE CESSION GOES WHOLE TO THE REINSURER  **
      **            THAT ACCEPTED IT ON FACI) AND WRITES THE BRDX    **
      **            BORDEREAU - ONE ROW PER CEDED COVERAGE SHARE     **
      **            WITH ITS CEDED AMOUNT, THE RETENTION FROM THE    **
      **            RETN MASTER AND THE CEDED PREMIUM FOR THE MONTH. **
      **            CESSIONS STILL IN FORCE ARE CARRIED ON THE CSMI/ **
      **            CSMO CESSION MASTER FROM MONTH TO MONTH.  NEW    **
      **            CESSIONS (N), CESSIONS REVERSED BY A FREE-LOOK   **
      **            CANCELLATION ON CLWX OR AN APPLICATION BACKOUT   **
      **            ON BKLS (R) AND CESSIONS STILL IN FORCE (I) ARE  **
      **            EACH IDENTIFIED.  A REVERSAL REFUNDS EVERY MONTH **
      **            OF PREMIUM BILLED ON THE CESSION.  A TOTAL ROW   **
      **            IS WRITTEN PER REINSURER AND TREATY, AND A       **
      **            CONTROL ROW TIES THE NEW CESSIONS BACK TO THE    **
      **            MONTH'S CESX DETAIL AND TRAILER RECORDS.         **
      **                                                             **
      **            A CESSION WITH NO EFFECTIVE TREATY SHARE, OR A   **
      **            FACULTATIVE CESSION NOT YET ACCEPTED, IS BOOKED  **
      **            TO REINSURER/TREATY 'UNPLACED' SO THE CONTROL    **
      **            TOTALS STILL TIE (RC 4).  AN OUT-OF-BALANCE      **
      **            CONTROL ROW OR A FULL TABLE ENDS RC 8 - THE NEW  **
      **            CESSION MASTER GENERATION MUST NOT BE KEPT.      **
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
805417**  15OCT26  DEV    NEW PROGRAM                                **
      *****************************************************************

      **********************
       ENVIRONMENT DIVISION.
      **********************

       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY ACSSTRTY.
       COPY ACSSRETN.
       COPY ACSSFACI.
       COPY ACSSCLWX.
       COPY ACSSBKLS.
       COPY ACSSCESX.
       COPY ACSSCSMI.
       COPY ACSSCSMO.
       COPY ACSSBRDX.

      ***************
       DATA DIVISION.
      ***************

       FILE SECTION.

       COPY ACSDTRTY.

       COPY ACSRTRTY.

       COPY ACSDRETN.

       COPY ACSRRETN.

       COPY ACSDFACI.

       COPY ACSRFACI.

       COPY ACSDCLWX.

       COPY ACSRCLWX.

       COPY ACSDBKLS.

       COPY ACSRBKLS.

       COPY ACSDCESX.

       COPY ACSRCESX.

       COPY ACSDCSMI.

       COPY ACSRCSMI.

       COPY ACSDCSMO.

       COPY ACSRCSMO.

       COPY ACSDBRDX.

       COPY ACSRBRDX.

       WORKING-STORAGE SECTION.

       COPY XCWWPGWS REPLACING '$VAR1' BY 'ASBM9505'.

       01  WS-COUNTERS.
           05  WS-CSMI-REC-READ             PIC 9(07)  VALUE ZEROS.
           05  WS-CSMO-REC-WRITTEN          PIC 9(07)  VALUE ZEROS.
           05  WS-CESX-REC-READ             PIC 9(07)  VALUE ZEROS.
           05  WS-CESX-OUT-PRD-CNT          PIC 9(07)  VALUE ZEROS.
           05  WS-BRDX-NEW-CNT              PIC 9(07)  VALUE ZEROS.
           05  WS-BRDX-RVRS-CNT             PIC 9(07)  VALUE ZEROS.
           05  WS-BRDX-INFC-CNT             PIC 9(07)  VALUE ZEROS.
           05  WS-BRDX-REC-WRITTEN          PIC 9(07)  VALUE ZEROS.
           05  WS-UNPLACED-CNT              PIC 9(07)  VALUE ZEROS.
           05  WS-PIC-COUNTER               PIC Z(06)9.

      * CESX CONTROL TOTALS.  EVERY DETAIL IS TIED TO THE TRAILERS;
      * THE DETAILS IN THE PERIOD ARE TIED TO THE NEW CESSION ROWS.

       01  WS-CONTROL-TOTALS.
           05  WS-CESX-ALL-DTL-CNT          PIC 9(07)  VALUE ZEROS.
           05  WS-CESX-ALL-DTL-AMT          PIC S9(15)V9(02) COMP-3
                                                       VALUE ZEROS.
           05  WS-CESX-PRD-DTL-CNT          PIC 9(07)  VALUE ZEROS.
           05  WS-CESX-PRD-DTL-AMT          PIC S9(15)V9(02) COMP-3
                                                       VALUE ZEROS.
           05  WS-CESX-TRL-CNT              PIC 9(07)  VALUE ZEROS.
           05  WS-CESX-TRL-AMT              PIC S9(15)V9(02) COMP-3
                                                       VALUE ZEROS.
           05  WS-BRDX-NEW-AMT              PIC S9(15)V9(02) COMP-3
                                                       VALUE ZEROS.
           05  WS-CTL-BAL-SW                PIC X(01)  VALUE 'B'.
               88  WS-CTL-IN-BALANCE              VALUE 'B'.
               88  WS-CTL-OUT-OF-BALANCE          VALUE 'O'.

       01  WS-PGM-WORK-AREA.
           05  WS-RPT-PRD.
               10  WS-RPT-PRD-CCYY          PIC 9(04).
               10  FILLER                   PIC X(01)  VALUE '-'.
               10  WS-RPT-PRD-MM            PIC 9(02).
           05  WS-PRD-CCYYMM                PIC 9(06).
           05  WS-PRD-MTH-IDX               PIC 9(06).
           05  WS-FROM-DT                   PIC X(10).
           05  WS-TO-DT                     PIC X(10).
           05  WS-RUN-DT-CCYYMMDD           PIC 9(08)  VALUE ZEROS.
           05  WS-RUN-DT-GRP                REDEFINES
               WS-RUN-DT-CCYYMMDD.
               10  WS-RUN-DT-CCYY           PIC 9(04).
               10  WS-RUN-DT-MM             PIC 9(02).
               10  WS-RUN-DT-DD             PIC 9(02).
           05  WS-CESS-DT-CCYYMMDD          PIC 9(08).
           05  WS-CESS-DT-GRP               REDEFINES
               WS-CESS-DT-CCYYMMDD.
               10  WS-CESS-DT-CCYY          PIC 9(04).
               10  WS-CESS-DT-MM            PIC 9(02).
               10  WS-CESS-DT-DD            PIC 9(02).
           05  WS-CESS-DT-ISO.
               10  WS-CESS-ISO-CCYY         PIC 9(04).
               10  FILLER                   PIC X(01)  VALUE '-'.
               10  WS-CESS-ISO-MM           PIC 9(02).
               10  FILLER                   PIC X(01)  VALUE '-'.
               10  WS-CESS-ISO-DD           PIC 9(02).
           05  WS-CESS-CCYYMM               PIC 9(06).
           05  WS-CESS-MTH-IDX              PIC 9(06).
           05  WS-BILLED-MTHS               PIC 9(04).
           05  WS-MTHLY-PREM-AMT            PIC S9(11)V9(02).
           05  WS-CESX-CEDED-AMT            PIC 9(13)V9(02).
           05  WS-ALLOC-AMT                 PIC 9(13)V9(02).
           05  WS-MAX-RC                    PIC 9(02)  VALUE ZERO.

      * THE CESSION BEING BOOKED - FILLED FROM THE OLD CESSION MASTER
      * OR FROM A CESX DETAIL, SO THE ROW WRITERS SERVE BOTH.

       01  WS-CSN-WORK-AREA.
           05  WS-CSN-APP-ID                PIC X(15).
           05  WS-CSN-STCKR-ID              PIC X(11).
           05  WS-CSN-PLAN-ID               PIC X(15).
           05  WS-CSN-TRTY-ID               PIC X(08).
           05  WS-CSN-REINSR-ID             PIC X(08).
           05  WS-CSN-CEDED-AMT             PIC 9(13)V9(02).
           05  WS-CSN-SHARE-PCT             PIC 9(03)V9(02).
           05  WS-CSN-PREM-RATE             PIC 9(03)V9(04).
           05  WS-CSN-RETN-LIMIT-AMT        PIC 9(13).
           05  WS-CSN-CESS-DT               PIC 9(08).
           05  WS-CSN-FAC-IND               PIC X(01).

      * TREATY MASTER.

       01  WS-TRTY-WORK-AREA.
           05  WS-TRTY-MAX                  PIC S9(04) COMP VALUE +500.
           05  WS-TRTY-CNT                  PIC S9(04) COMP VALUE ZERO.
           05  WS-TRTY-SUB                  PIC S9(04) COMP.
           05  WS-TRTY-FIRST-SUB            PIC S9(04) COMP.
           05  WS-TRTY-LAST-SUB             PIC S9(04) COMP.
           05  WS-TRTY-ROW-CNT              PIC S9(04) COMP.
           05  WS-TRTY-PCT-TOT              PIC 9(05)V9(02).
           05  WS-TRTY-MATCH-PLAN           PIC X(15).
           05  WS-TRTY-TBL.
               10  WS-TRTY-ENTRY            OCCURS 500 TIMES.
                   15  WS-TRTY-PLAN-ID      PIC X(15).
                   15  WS-TRTY-TRTY-ID      PIC X(08).
                   15  WS-TRTY-REINSR-ID    PIC X(08).
                   15  WS-TRTY-SHARE-PCT    PIC 9(03)V9(02).
                   15  WS-TRTY-PREM-RATE    PIC 9(03)V9(04).
                   15  WS-TRTY-EFF-DT       PIC X(10).
                   15  WS-TRTY-XPRY-DT      PIC X(10).
           05  WS-TRTY-OVRFLW-SW            PIC X(01)  VALUE 'N'.
               88  WS-TRTY-OVERFLOW               VALUE 'Y'.

      * RETENTION MASTER.

       01  WS-RETN-WORK-AREA.
           05  WS-RETN-MAX                  PIC S9(04) COMP VALUE +500.
           05  WS-RETN-CNT                  PIC S9(04) COMP VALUE ZERO.
           05  WS-RETN-SUB                  PIC S9(04) COMP.
           05  WS-RETN-USE-SUB              PIC S9(04) COMP.
           05  WS-RETN-TBL.
               10  WS-RETN-ENTRY            OCCURS 500 TIMES.
                   15  WS-RETN-PLAN-ID      PIC X(15).
                   15  WS-RETN-LIMIT-AMT    PIC 9(13).
                   15  WS-RETN-EFF-DT       PIC X(10).
                   15  WS-RETN-XPRY-DT      PIC X(10).
           05  WS-RETN-OVRFLW-SW            PIC X(01)  VALUE 'N'.
               88  WS-RETN-OVERFLOW               VALUE 'Y'.

      * ACCEPTED FACULTATIVE PLACEMENTS.

       01  WS-FAC-WORK-AREA.
           05  WS-FAC-MAX                   PIC S9(04) COMP VALUE +2000.
           05  WS-FAC-CNT                   PIC S9(04) COMP VALUE ZERO.
           05  WS-FAC-SUB                   PIC S9(04) COMP.
           05  WS-FAC-USE-SUB               PIC S9(04) COMP.
           05  WS-FAC-TBL.
               10  WS-FAC-ENTRY             OCCURS 2000 TIMES.
                   15  WS-FAC-APP-ID        PIC X(15).
                   15  WS-FAC-STCKR-ID      PIC X(11).
                   15  WS-FAC-REINSR-ID     PIC X(08).
           05  WS-FAC-OVRFLW-SW             PIC X(01)  VALUE 'N'.
               88  WS-FAC-OVERFLOW                VALUE 'Y'.

      * APPLICATIONS REVERSED IN THE PERIOD - FREE-LOOK OR BACKOUT.

       01  WS-RVRS-WORK-AREA.
           05  WS-RVRS-MAX                  PIC S9(04) COMP VALUE +3000.
           05  WS-RVRS-CNT                  PIC S9(04) COMP VALUE ZERO.
           05  WS-RVRS-SUB                  PIC S9(04) COMP.
           05  WS-RVRS-USE-SUB              PIC S9(04) COMP.
           05  WS-RVRS-APP-ID-IN            PIC X(15).
           05  WS-RVRS-RSN-CD-IN            PIC X(02).
           05  WS-RVRS-TBL.
               10  WS-RVRS-ENTRY            OCCURS 3000 TIMES.
                   15  WS-RVRS-APP-ID       PIC X(15).
                   15  WS-RVRS-RSN-CD       PIC X(02).
           05  WS-RVRS-OVRFLW-SW            PIC X(01)  VALUE 'N'.
               88  WS-RVRS-OVERFLOW               VALUE 'Y'.

      * TOTALS PER REINSURER AND TREATY.

       01  WS-TOT-WORK-AREA.
           05  WS-TOT-MAX                   PIC S9(04) COMP VALUE +200.
           05  WS-TOT-CNT                   PIC S9(04) COMP VALUE ZERO.
           05  WS-TOT-SUB                   PIC S9(04) COMP.
           05  WS-TOT-USE-SUB               PIC S9(04) COMP.
           05  WS-TOT-TBL.
               10  WS-TOT-ENTRY             OCCURS 200 TIMES.
                   15  WS-TOT-REINSR-ID     PIC X(08).
                   15  WS-TOT-TRTY-ID       PIC X(08).
                   15  WS-TOT-NEW-CNT       PIC 9(07).
                   15  WS-TOT-NEW-AMT       PIC S9(15)V9(02) COMP-3.
                   15  WS-TOT-RVRS-CNT      PIC 9(07).
                   15  WS-TOT-RVRS-AMT      PIC S9(15)V9(02) COMP-3.
                   15  WS-TOT-INFC-CNT      PIC 9(07).
                   15  WS-TOT-INFC-AMT      PIC S9(15)V9(02) COMP-3.
                   15  WS-TOT-PREM-AMT      PIC S9(13)V9(02) COMP-3.
           05  WS-TOT-OVRFLW-SW             PIC X(01)  VALUE 'N'.
               88  WS-TOT-OVERFLOW                VALUE 'Y'.
      /
       COPY XCWTFCMD.
      /
       COPY ACSWTRTY.
       COPY ACSWRETN.
       COPY ACSWFACI.
       COPY ACSWCLWX.
       COPY ACSWBKLS.
       COPY ACSWCESX.
       COPY ACSWCSMI.
       COPY ACSWCSMO.
       COPY ACSWBRDX.
      /
      *****************************************************************
      * INPUT PARAMETER INFORMATION                                   *
      *****************************************************************

       01  WGLOB-GLOBAL-AREA.
       COPY XCWWGLOB.
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

           PERFORM  1000-LOAD-TREATY-MASTER
               THRU 1000-LOAD-TREATY-MASTER-X.

           PERFORM  1200-LOAD-RETENTION-MASTER
               THRU 1200-LOAD-RETENTION-MASTER-X.

           PERFORM  1400-LOAD-FAC-PLACEMENTS
               THRU 1400-LOAD-FAC-PLACEMENTS-X.

           PERFORM  1600-LOAD-FREE-LOOK-CANCELS
               THRU 1600-LOAD-FREE-LOOK-CANCELS-X.

           PERFORM  1800-LOAD-BACKOUTS
               THRU 1800-LOAD-BACKOUTS-X.

      *
      * A PARTIAL MASTER TABLE WOULD BILL THE WRONG REINSURER OR MISS
      * A REVERSAL - THE RUN ENDS ON THE ABORT MESSAGE INSTEAD.
      *
           IF   NOT WS-TRTY-OVERFLOW
           AND  NOT WS-RETN-OVERFLOW
           AND  NOT WS-FAC-OVERFLOW
           AND  NOT WS-RVRS-OVERFLOW
                PERFORM  CSMI-1000-READ
                    THRU CSMI-1000-READ-X

                PERFORM  2000-PROCESS-OLD-CESSION
                    THRU 2000-PROCESS-OLD-CESSION-X
                    UNTIL WCSMI-SEQ-IO-EOF

                PERFORM  CESX-1000-READ
                    THRU CESX-1000-READ-X

                PERFORM  3000-PROCESS-CESX
                    THRU 3000-PROCESS-CESX-X
                    UNTIL WCESX-SEQ-IO-EOF

                PERFORM  4000-WRITE-TREATY-TOTAL
                    THRU 4000-WRITE-TREATY-TOTAL-X
                    VARYING WS-TOT-SUB FROM 1 BY 1
                    UNTIL WS-TOT-SUB > WS-TOT-CNT

                PERFORM  4500-WRITE-CONTROL-ROW
                    THRU 4500-WRITE-CONTROL-ROW-X
           END-IF.

           PERFORM  5000-PRINT-GRAND-TOTALS
               THRU 5000-PRINT-GRAND-TOTALS-X.

           PERFORM  9999-CLOSE-FILES
               THRU 9999-CLOSE-FILES-X.

           IF   WS-UNPLACED-CNT        > ZERO
           OR   WS-CESX-OUT-PRD-CNT    > ZERO
                MOVE 4                 TO WS-MAX-RC
           END-IF.

           IF   WS-TRTY-OVERFLOW
           OR   WS-RETN-OVERFLOW
           OR   WS-FAC-OVERFLOW
           OR   WS-RVRS-OVERFLOW
           OR   WS-TOT-OVERFLOW
           OR   WS-CTL-OUT-OF-BALANCE
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

           PERFORM  TRTY-3000-OPEN-INPUT
               THRU TRTY-3000-OPEN-INPUT-X.

           PERFORM  RETN-3000-OPEN-INPUT
               THRU RETN-3000-OPEN-INPUT-X.

           PERFORM  FACI-3000-OPEN-INPUT
               THRU FACI-3000-OPEN-INPUT-X.

           PERFORM  CLWX-3000-OPEN-INPUT
               THRU CLWX-3000-OPEN-INPUT-X.

           PERFORM  BKLS-3000-OPEN-INPUT
               THRU BKLS-3000-OPEN-INPUT-X.

           PERFORM  CESX-3000-OPEN-INPUT
               THRU CESX-3000-OPEN-INPUT-X.

           PERFORM  CSMI-3000-OPEN-INPUT
               THRU CSMI-3000-OPEN-INPUT-X.

           PERFORM  CSMO-4000-OPEN-OUTPUT
               THRU CSMO-4000-OPEN-OUTPUT-X.

           PERFORM  BRDX-4000-OPEN-OUTPUT
               THRU BRDX-4000-OPEN-OUTPUT-X.

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

           COMPUTE WS-PRD-CCYYMM       = WS-RPT-PRD-CCYY * 100
                                       + WS-RPT-PRD-MM.
           COMPUTE WS-PRD-MTH-IDX      = WS-RPT-PRD-CCYY * 12
                                       + WS-RPT-PRD-MM.

      * THE PERIOD END IS DAY 31 - THE DATES ARE COMPARED AS ISO
      * TEXT, SO IT COVERS THE LAST DAY OF ANY MONTH.

           MOVE WS-RPT-PRD             TO WS-FROM-DT (1:7).
           MOVE '-01'                  TO WS-FROM-DT (8:3).
           MOVE WS-FROM-DT             TO WS-TO-DT.
           MOVE '31'                   TO WS-TO-DT (9:2).

       0200-INITIALIZE-X.
           EXIT.
      /
      *------------------------
       1000-LOAD-TREATY-MASTER.
      *------------------------

           PERFORM  TRTY-1000-READ
               THRU TRTY-1000-READ-X.

           PERFORM  1100-LOAD-ONE-TREATY
               THRU 1100-LOAD-ONE-TREATY-X
               UNTIL WTRTY-SEQ-IO-EOF
               OR    WS-TRTY-OVERFLOW.

       1000-LOAD-TREATY-MASTER-X.
           EXIT.
      /
      *---------------------
       1100-LOAD-ONE-TREATY.
      *---------------------

           IF   WS-TRTY-CNT            < WS-TRTY-MAX
                ADD  1                 TO WS-TRTY-CNT
                MOVE RTRTY-PLAN-ID     TO WS-TRTY-PLAN-ID
                                              (WS-TRTY-CNT)
                MOVE RTRTY-TRTY-ID     TO WS-TRTY-TRTY-ID
                                              (WS-TRTY-CNT)
                MOVE RTRTY-REINSR-ID   TO WS-TRTY-REINSR-ID
                                              (WS-TRTY-CNT)
                MOVE RTRTY-SHARE-PCT   TO WS-TRTY-SHARE-PCT
                                              (WS-TRTY-CNT)
                MOVE RTRTY-PREM-RATE   TO WS-TRTY-PREM-RATE
                                              (WS-TRTY-CNT)
                MOVE RTRTY-EFF-DT      TO WS-TRTY-EFF-DT
                                              (WS-TRTY-CNT)
                MOVE RTRTY-XPRY-DT     TO WS-TRTY-XPRY-DT
                                              (WS-TRTY-CNT)
           ELSE
                SET  WS-TRTY-OVERFLOW  TO TRUE
      *MSG: TREATY MASTER TABLE FULL - RUN INCOMPLETE - RC 8
                MOVE 'AS95050006'      TO WGLOB-MSG-REF-INFO
                PERFORM  0260-1000-GENERATE-MESSAGE
                    THRU 0260-1000-GENERATE-MESSAGE-X
           END-IF.

           PERFORM  TRTY-1000-READ
               THRU TRTY-1000-READ-X.

       1100-LOAD-ONE-TREATY-X.
           EXIT.
      /
      *---------------------------
       1200-LOAD-RETENTION-MASTER.
      *---------------------------

           PERFORM  RETN-1000-READ
               THRU RETN-1000-READ-X.

           PERFORM  1300-LOAD-ONE-RETENTION
               THRU 1300-LOAD-ONE-RETENTION-X
               UNTIL WRETN-SEQ-IO-EOF
               OR    WS-RETN-OVERFLOW.

       1200-LOAD-RETENTION-MASTER-X.
           EXIT.
      /
      *------------------------
       1300-LOAD-ONE-RETENTION.
      *------------------------

           IF   WS-RETN-CNT            < WS-RETN-MAX
                ADD  1                 TO WS-RETN-CNT
                MOVE RRETN-PLAN-ID     TO WS-RETN-PLAN-ID
                                              (WS-RETN-CNT)
                MOVE RRETN-RETN-LIMIT-AMT
                                       TO WS-RETN-LIMIT-AMT
                                              (WS-RETN-CNT)
                MOVE RRETN-EFF-DT      TO WS-RETN-EFF-DT
                                              (WS-RETN-CNT)
                MOVE RRETN-XPRY-DT     TO WS-RETN-XPRY-DT
                                              (WS-RETN-CNT)
           ELSE
                SET  WS-RETN-OVERFLOW  TO TRUE
      *MSG: RETENTION MASTER TABLE FULL - RUN INCOMPLETE - RC 8
                MOVE 'AS95050007'      TO WGLOB-MSG-REF-INFO
                PERFORM  0260-1000-GENERATE-MESSAGE
                    THRU 0260-1000-GENERATE-MESSAGE-X
           END-IF.

           PERFORM  RETN-1000-READ
               THRU RETN-1000-READ-X.

       1300-LOAD-ONE-RETENTION-X.
           EXIT.
      /
      *-------------------------
       1400-LOAD-FAC-PLACEMENTS.
      *-------------------------

           PERFORM  FACI-1000-READ
               THRU FACI-1000-READ-X.

           PERFORM  1500-LOAD-ONE-PLACEMENT
               THRU 1500-LOAD-ONE-PLACEMENT-X
               UNTIL WFACI-SEQ-IO-EOF
               OR    WS-FAC-OVERFLOW.

       1400-LOAD-FAC-PLACEMENTS-X.
           EXIT.
      /
      *------------------------
       1500-LOAD-ONE-PLACEMENT.
      *------------------------

      * ONLY AN ACCEPTED CASE HAS A REINSURER TO BILL.

           IF   NOT RFACI-STAT-ACCEPTED
                GO TO 1500-LOAD-ONE-PLACEMENT-R
           END-IF.

           IF   WS-FAC-CNT             < WS-FAC-MAX
                ADD  1                 TO WS-FAC-CNT
                MOVE RFACI-APP-ID      TO WS-FAC-APP-ID (WS-FAC-CNT)
                MOVE RFACI-STCKR-ID    TO WS-FAC-STCKR-ID
                                              (WS-FAC-CNT)
                MOVE RFACI-ACCPT-REINSR-ID
                                       TO WS-FAC-REINSR-ID
                                              (WS-FAC-CNT)
           ELSE
                SET  WS-FAC-OVERFLOW   TO TRUE
      *MSG: FACULTATIVE PLACEMENT TABLE FULL - RUN INCOMPLETE - RC 8
                MOVE 'AS95050008'      TO WGLOB-MSG-REF-INFO
                PERFORM  0260-1000-GENERATE-MESSAGE
                    THRU 0260-1000-GENERATE-MESSAGE-X
           END-IF.

       1500-LOAD-ONE-PLACEMENT-R.

           PERFORM  FACI-1000-READ
               THRU FACI-1000-READ-X.

       1500-LOAD-ONE-PLACEMENT-X.
           EXIT.
      /
      *----------------------------
       1600-LOAD-FREE-LOOK-CANCELS.
      *----------------------------

           PERFORM  CLWX-1000-READ
               THRU CLWX-1000-READ-X.

           PERFORM  1700-LOAD-ONE-CANCEL
               THRU 1700-LOAD-ONE-CANCEL-X
               UNTIL WCLWX-SEQ-IO-EOF
               OR    WS-RVRS-OVERFLOW.

       1600-LOAD-FREE-LOOK-CANCELS-X.
           EXIT.
      /
      *---------------------
       1700-LOAD-ONE-CANCEL.
      *---------------------

           IF   RCLWX-CANCEL-DT        < WS-FROM-DT
           OR   RCLWX-CANCEL-DT        > WS-TO-DT
                GO TO 1700-LOAD-ONE-CANCEL-R
           END-IF.

           MOVE RCLWX-APP-ID           TO WS-RVRS-APP-ID-IN.
           MOVE 'FL'                   TO WS-RVRS-RSN-CD-IN.

           PERFORM  1950-ADD-REVERSAL
               THRU 1950-ADD-REVERSAL-X.

       1700-LOAD-ONE-CANCEL-R.

           PERFORM  CLWX-1000-READ
               THRU CLWX-1000-READ-X.

       1700-LOAD-ONE-CANCEL-X.
           EXIT.
      /
      *-------------------
       1800-LOAD-BACKOUTS.
      *-------------------

      * THE BACKOUT LISTS OF THE PERIOD ARE CONCATENATED IN THE JCL.

           PERFORM  BKLS-1000-READ
               THRU BKLS-1000-READ-X.

           PERFORM  1900-LOAD-ONE-BACKOUT
               THRU 1900-LOAD-ONE-BACKOUT-X
               UNTIL WBKLS-SEQ-IO-EOF
               OR    WS-RVRS-OVERFLOW.

       1800-LOAD-BACKOUTS-X.
           EXIT.
      /
      *----------------------
       1900-LOAD-ONE-BACKOUT.
      *----------------------

           MOVE RBKLS-APP-ID           TO WS-RVRS-APP-ID-IN.
           MOVE 'BK'                   TO WS-RVRS-RSN-CD-IN.

           PERFORM  1950-ADD-REVERSAL
               THRU 1950-ADD-REVERSAL-X.

           PERFORM  BKLS-1000-READ
               THRU BKLS-1000-READ-X.

       1900-LOAD-ONE-BACKOUT-X.
           EXIT.
      /
      *------------------
       1950-ADD-REVERSAL.
      *------------------

      * AN APPLICATION ON BOTH LISTS KEEPS THE FIRST REASON FOUND.

           PERFORM  2100-FIND-REVERSAL
               THRU 2100-FIND-REVERSAL-X.

           IF   WS-RVRS-USE-SUB        > ZERO
                GO TO 1950-ADD-REVERSAL-X
           END-IF.

           IF   WS-RVRS-CNT            < WS-RVRS-MAX
                ADD  1                 TO WS-RVRS-CNT
                MOVE WS-RVRS-APP-ID-IN TO WS-RVRS-APP-ID (WS-RVRS-CNT)
                MOVE WS-RVRS-RSN-CD-IN TO WS-RVRS-RSN-CD (WS-RVRS-CNT)
           ELSE
                SET  WS-RVRS-OVERFLOW  TO TRUE
      *MSG: REVERSAL TABLE FULL - RUN INCOMPLETE - RC 8
                MOVE 'AS95050009'      TO WGLOB-MSG-REF-INFO
                PERFORM  0260-1000-GENERATE-MESSAGE
                    THRU 0260-1000-GENERATE-MESSAGE-X
           END-IF.

       1950-ADD-REVERSAL-X.
           EXIT.
      /
      *-------------------------
       2000-PROCESS-OLD-CESSION.
      *-------------------------

           ADD  1                      TO WS-CSMI-REC-READ.

           MOVE RCSMI-APP-ID           TO WS-CSN-APP-ID.
           MOVE RCSMI-STCKR-ID         TO WS-CSN-STCKR-ID.
           MOVE RCSMI-PLAN-ID          TO WS-CSN-PLAN-ID.
           MOVE RCSMI-TRTY-ID          TO WS-CSN-TRTY-ID.
           MOVE RCSMI-REINSR-ID        TO WS-CSN-REINSR-ID.
           MOVE RCSMI-CEDED-AMT        TO WS-CSN-CEDED-AMT.
           MOVE RCSMI-SHARE-PCT        TO WS-CSN-SHARE-PCT.
           MOVE RCSMI-PREM-RATE        TO WS-CSN-PREM-RATE.
           MOVE RCSMI-RETN-LIMIT-AMT   TO WS-CSN-RETN-LIMIT-AMT.
           MOVE RCSMI-CESS-DT          TO WS-CSN-CESS-DT.
           MOVE RCSMI-FAC-IND          TO WS-CSN-FAC-IND.

           PERFORM  2300-COMPUTE-MONTHLY-PREM
               THRU 2300-COMPUTE-MONTHLY-PREM-X.

           MOVE WS-CSN-APP-ID          TO WS-RVRS-APP-ID-IN.

           PERFORM  2100-FIND-REVERSAL
               THRU 2100-FIND-REVERSAL-X.

      * A CESSION CARRIED FROM AN EARLIER MONTH WAS BILLED FROM ITS
      * CESSION MONTH TO THE MONTH BEFORE THIS ONE.

           IF   WS-RVRS-USE-SUB        > ZERO
                COMPUTE WS-BILLED-MTHS = WS-PRD-MTH-IDX
                                       - WS-CESS-MTH-IDX
                PERFORM  2500-WRITE-REVERSAL-ROW
                    THRU 2500-WRITE-REVERSAL-ROW-X
           ELSE
                PERFORM  2600-WRITE-INFORCE-ROW
                    THRU 2600-WRITE-INFORCE-ROW-X
                PERFORM  2800-WRITE-NEW-MASTER
                    THRU 2800-WRITE-NEW-MASTER-X
           END-IF.

           PERFORM  CSMI-1000-READ
               THRU CSMI-1000-READ-X.

       2000-PROCESS-OLD-CESSION-X.
           EXIT.
      /
      *-------------------
       2100-FIND-REVERSAL.
      *-------------------

           MOVE ZERO                   TO WS-RVRS-USE-SUB.

           PERFORM  2110-MATCH-REVERSAL
               THRU 2110-MATCH-REVERSAL-X
               VARYING WS-RVRS-SUB FROM 1 BY 1
               UNTIL WS-RVRS-SUB > WS-RVRS-CNT
               OR    WS-RVRS-USE-SUB > ZERO.

       2100-FIND-REVERSAL-X.
           EXIT.
      /
      *--------------------
       2110-MATCH-REVERSAL.
      *--------------------

           IF   WS-RVRS-APP-ID (WS-RVRS-SUB) = WS-RVRS-APP-ID-IN
                MOVE WS-RVRS-SUB       TO WS-RVRS-USE-SUB
           END-IF.

       2110-MATCH-REVERSAL-X.
           EXIT.
      /
      *--------------------------
       2300-COMPUTE-MONTHLY-PREM.
      *--------------------------

      * THE TREATY RATE IS AN ANNUAL RATE PER THOUSAND CEDED.

           COMPUTE WS-MTHLY-PREM-AMT ROUNDED =
                   WS-CSN-CEDED-AMT * WS-CSN-PREM-RATE / 12000.

           MOVE WS-CSN-CESS-DT         TO WS-CESS-DT-CCYYMMDD.
           COMPUTE WS-CESS-MTH-IDX     = WS-CESS-DT-CCYY * 12
                                       + WS-CESS-DT-MM.

       2300-COMPUTE-MONTHLY-PREM-X.
           EXIT.
      /
      *---------------------
       2400-WRITE-NEW-ROW.
      *---------------------

           PERFORM  2700-FILL-DETAIL-ROW
               THRU 2700-FILL-DETAIL-ROW-X.

           SET  RBRDX-REC-TYP-NEW      TO TRUE.
           MOVE WS-CSN-CEDED-AMT       TO RBRDX-CEDED-AMT.
           MOVE WS-MTHLY-PREM-AMT      TO RBRDX-CEDED-PREM-AMT.

           PERFORM  2900-WRITE-BRDX
               THRU 2900-WRITE-BRDX-X.

           ADD  1                      TO WS-BRDX-NEW-CNT.
           ADD  WS-CSN-CEDED-AMT       TO WS-BRDX-NEW-AMT.

           IF   WS-TOT-USE-SUB         > ZERO
                ADD  1                 TO WS-TOT-NEW-CNT
                                              (WS-TOT-USE-SUB)
                ADD  WS-CSN-CEDED-AMT  TO WS-TOT-NEW-AMT
                                              (WS-TOT-USE-SUB)
                ADD  WS-MTHLY-PREM-AMT TO WS-TOT-PREM-AMT
                                              (WS-TOT-USE-SUB)
           END-IF.

       2400-WRITE-NEW-ROW-X.
           EXIT.
      /
      *------------------------
       2500-WRITE-REVERSAL-ROW.
      *------------------------

      * THE CEDED AMOUNT COMES OFF THE TREATY AND EVERY MONTH OF
      * PREMIUM BILLED ON THE CESSION IS REFUNDED.

           PERFORM  2700-FILL-DETAIL-ROW
               THRU 2700-FILL-DETAIL-ROW-X.

           SET  RBRDX-REC-TYP-REVERSED TO TRUE.
           COMPUTE RBRDX-CEDED-AMT     = ZERO - WS-CSN-CEDED-AMT.
           COMPUTE RBRDX-CEDED-PREM-AMT
                                       = ZERO - WS-MTHLY-PREM-AMT
                                              * WS-BILLED-MTHS.
           MOVE WS-RVRS-RSN-CD (WS-RVRS-USE-SUB)
                                       TO RBRDX-RVRS-RSN-CD.

           PERFORM  2900-WRITE-BRDX
               THRU 2900-WRITE-BRDX-X.

           ADD  1                      TO WS-BRDX-RVRS-CNT.

           IF   WS-TOT-USE-SUB         > ZERO
                ADD  1                 TO WS-TOT-RVRS-CNT
                                              (WS-TOT-USE-SUB)
                ADD  RBRDX-CEDED-AMT   TO WS-TOT-RVRS-AMT
                                              (WS-TOT-USE-SUB)
                ADD  RBRDX-CEDED-PREM-AMT
                                       TO WS-TOT-PREM-AMT
                                              (WS-TOT-USE-SUB)
           END-IF.

       2500-WRITE-REVERSAL-ROW-X.
           EXIT.
      /
      *-----------------------
       2600-WRITE-INFORCE-ROW.
      *-----------------------

           PERFORM  2700-FILL-DETAIL-ROW
               THRU 2700-FILL-DETAIL-ROW-X.

           SET  RBRDX-REC-TYP-INFORCE  TO TRUE.
           MOVE WS-CSN-CEDED-AMT       TO RBRDX-CEDED-AMT.
           MOVE WS-MTHLY-PREM-AMT      TO RBRDX-CEDED-PREM-AMT.

           PERFORM  2900-WRITE-BRDX
               THRU 2900-WRITE-BRDX-X.

           ADD  1                      TO WS-BRDX-INFC-CNT.

           IF   WS-TOT-USE-SUB         > ZERO
                ADD  1                 TO WS-TOT-INFC-CNT
                                              (WS-TOT-USE-SUB)
                ADD  WS-CSN-CEDED-AMT  TO WS-TOT-INFC-AMT
                                              (WS-TOT-USE-SUB)
                ADD  WS-MTHLY-PREM-AMT TO WS-TOT-PREM-AMT
                                              (WS-TOT-USE-SUB)
           END-IF.

       2600-WRITE-INFORCE-ROW-X.
           EXIT.
      /
      *---------------------
       2700-FILL-DETAIL-ROW.
      *---------------------

           MOVE SPACES                 TO RBRDX-SEQ-REC-INFO.
           MOVE WS-RPT-PRD             TO RBRDX-RPT-PRD.
           MOVE WS-CSN-REINSR-ID       TO RBRDX-REINSR-ID.
           MOVE WS-CSN-TRTY-ID         TO RBRDX-TRTY-ID.
           MOVE WS-CSN-APP-ID          TO RBRDX-APP-ID.
           MOVE WS-CSN-STCKR-ID        TO RBRDX-STCKR-ID.
           MOVE WS-CSN-PLAN-ID         TO RBRDX-PLAN-ID.
           MOVE WS-CSN-CESS-DT         TO RBRDX-CESS-DT.
           MOVE WS-CSN-SHARE-PCT       TO RBRDX-SHARE-PCT.
           MOVE WS-CSN-RETN-LIMIT-AMT  TO RBRDX-RETN-LIMIT-AMT.
           MOVE WS-CSN-FAC-IND         TO RBRDX-FAC-IND.
           MOVE ZERO                   TO RBRDX-CEDED-AMT
                                          RBRDX-CEDED-PREM-AMT.

           PERFORM  2750-FIND-TREATY-TOTAL
               THRU 2750-FIND-TREATY-TOTAL-X.

       2700-FILL-DETAIL-ROW-X.
           EXIT.
      /
      *-----------------------
       2750-FIND-TREATY-TOTAL.
      *-----------------------

           MOVE ZERO                   TO WS-TOT-USE-SUB.

           PERFORM  2760-MATCH-TREATY-TOTAL
               THRU 2760-MATCH-TREATY-TOTAL-X
               VARYING WS-TOT-SUB FROM 1 BY 1
               UNTIL WS-TOT-SUB > WS-TOT-CNT
               OR    WS-TOT-USE-SUB > ZERO.

           IF   WS-TOT-USE-SUB         > ZERO
                GO TO 2750-FIND-TREATY-TOTAL-X
           END-IF.

           IF   WS-TOT-CNT         NOT < WS-TOT-MAX
                IF   NOT WS-TOT-OVERFLOW
                     SET  WS-TOT-OVERFLOW   TO TRUE
      *MSG: REINSURER/TREATY TOTAL TABLE FULL - TOTALS INCOMPLETE
                     MOVE 'AS95050010' TO WGLOB-MSG-REF-INFO
                     PERFORM  0260-1000-GENERATE-MESSAGE
                         THRU 0260-1000-GENERATE-MESSAGE-X
                END-IF
                GO TO 2750-FIND-TREATY-TOTAL-X
           END-IF.

           ADD  1                      TO WS-TOT-CNT.
           MOVE WS-TOT-CNT             TO WS-TOT-USE-SUB.
           MOVE WS-CSN-REINSR-ID       TO WS-TOT-REINSR-ID (WS-TOT-CNT).
           MOVE WS-CSN-TRTY-ID         TO WS-TOT-TRTY-ID (WS-TOT-CNT).
           MOVE ZERO                   TO WS-TOT-NEW-CNT (WS-TOT-CNT)
                                          WS-TOT-NEW-AMT (WS-TOT-CNT)
                                          WS-TOT-RVRS-CNT (WS-TOT-CNT)
                                          WS-TOT-RVRS-AMT (WS-TOT-CNT)
                                          WS-TOT-INFC-CNT (WS-TOT-CNT)
                                          WS-TOT-INFC-AMT (WS-TOT-CNT)
                                          WS-TOT-PREM-AMT (WS-TOT-CNT).

       2750-FIND-TREATY-TOTAL-X.
           EXIT.
      /
      *------------------------
       2760-MATCH-TREATY-TOTAL.
      *------------------------

           IF   WS-TOT-REINSR-ID (WS-TOT-SUB) = WS-CSN-REINSR-ID
           AND  WS-TOT-TRTY-ID (WS-TOT-SUB)   = WS-CSN-TRTY-ID
                MOVE WS-TOT-SUB        TO WS-TOT-USE-SUB
           END-IF.

       2760-MATCH-TREATY-TOTAL-X.
           EXIT.
      /
      *----------------------
       2800-WRITE-NEW-MASTER.
      *----------------------

           MOVE SPACES                 TO RCSMO-SEQ-REC-INFO.
           MOVE WS-CSN-APP-ID          TO RCSMO-APP-ID.
           MOVE WS-CSN-STCKR-ID        TO RCSMO-STCKR-ID.
           MOVE WS-CSN-PLAN-ID         TO RCSMO-PLAN-ID.
           MOVE WS-CSN-TRTY-ID         TO RCSMO-TRTY-ID.
           MOVE WS-CSN-REINSR-ID       TO RCSMO-REINSR-ID.
           MOVE WS-CSN-CEDED-AMT       TO RCSMO-CEDED-AMT.
           MOVE WS-CSN-SHARE-PCT       TO RCSMO-SHARE-PCT.
           MOVE WS-CSN-PREM-RATE       TO RCSMO-PREM-RATE.
           MOVE WS-CSN-RETN-LIMIT-AMT  TO RCSMO-RETN-LIMIT-AMT.
           MOVE WS-CSN-CESS-DT         TO RCSMO-CESS-DT.
           MOVE WS-CSN-FAC-IND         TO RCSMO-FAC-IND.

           PERFORM  CSMO-2000-WRITE
               THRU CSMO-2000-WRITE-X.

           ADD  1                      TO WS-CSMO-REC-WRITTEN.

       2800-WRITE-NEW-MASTER-X.
           EXIT.
      /
      *----------------
       2900-WRITE-BRDX.
      *----------------

           PERFORM  BRDX-2000-WRITE
               THRU BRDX-2000-WRITE-X.

           ADD  1                      TO WS-BRDX-REC-WRITTEN.

       2900-WRITE-BRDX-X.
           EXIT.
      /
      *------------------
       3000-PROCESS-CESX.
      *------------------

           ADD  1                      TO WS-CESX-REC-READ.

      * THE MONTH'S DAILY EXTRACTS ARE CONCATENATED IN THE JCL - EACH
      * BRINGS ITS OWN HEADER AND TRAILER.

           IF   RCESX-REC-TYP-TRAILER
                ADD  RCESX-TRL-DETAIL-CNT
                                       TO WS-CESX-TRL-CNT
                ADD  RCESX-TRL-CEDED-AMT
                                       TO WS-CESX-TRL-AMT
                GO TO 3000-PROCESS-CESX-R
           END-IF.

           IF   NOT RCESX-REC-TYP-DETAIL
                GO TO 3000-PROCESS-CESX-R
           END-IF.

           ADD  1                      TO WS-CESX-ALL-DTL-CNT.
           ADD  RCESX-CEDED-AMT        TO WS-CESX-ALL-DTL-AMT.

           MOVE RCESX-CESS-DT          TO WS-CESS-DT-CCYYMMDD.
           COMPUTE WS-CESS-CCYYMM      = WS-CESS-DT-CCYY * 100
                                       + WS-CESS-DT-MM.
           IF   WS-CESS-CCYYMM     NOT = WS-PRD-CCYYMM
                ADD  1                 TO WS-CESX-OUT-PRD-CNT
                GO TO 3000-PROCESS-CESX-R
           END-IF.

           ADD  1                      TO WS-CESX-PRD-DTL-CNT.
           ADD  RCESX-CEDED-AMT        TO WS-CESX-PRD-DTL-AMT.

           MOVE RCESX-APP-ID           TO WS-CSN-APP-ID.
           MOVE RCESX-STCKR-ID         TO WS-CSN-STCKR-ID.
           MOVE RCESX-PLAN-ID          TO WS-CSN-PLAN-ID.
           MOVE RCESX-CESS-DT          TO WS-CSN-CESS-DT.
           MOVE RCESX-FAC-REQIR-IND    TO WS-CSN-FAC-IND.
           MOVE RCESX-CEDED-AMT        TO WS-CESX-CEDED-AMT.

           MOVE WS-CESS-DT-CCYY        TO WS-CESS-ISO-CCYY.
           MOVE WS-CESS-DT-MM          TO WS-CESS-ISO-MM.
           MOVE WS-CESS-DT-DD          TO WS-CESS-ISO-DD.

           PERFORM  3100-FIND-RETENTION
               THRU 3100-FIND-RETENTION-X.

           MOVE WS-CSN-APP-ID          TO WS-RVRS-APP-ID-IN.

           PERFORM  2100-FIND-REVERSAL
               THRU 2100-FIND-REVERSAL-X.

           PERFORM  3200-FIND-PLAN-TREATIES
               THRU 3200-FIND-PLAN-TREATIES-X.

           IF   RCESX-FAC-REQIR
                PERFORM  3500-PLACE-FAC-CESSION
                    THRU 3500-PLACE-FAC-CESSION-X
           ELSE
                PERFORM  3300-PLACE-TREATY-CESSION
                    THRU 3300-PLACE-TREATY-CESSION-X
           END-IF.

       3000-PROCESS-CESX-R.

           PERFORM  CESX-1000-READ
               THRU CESX-1000-READ-X.

       3000-PROCESS-CESX-X.
           EXIT.
      /
      *--------------------
       3100-FIND-RETENTION.
      *--------------------

      * THE RETENTION IN FORCE ON THE CESSION DATE.  A PLAN SINCE
      * DROPPED FROM THE MASTER KEEPS THE LIMIT CARRIED ON CESX.

           MOVE ZERO                   TO WS-RETN-USE-SUB.

           PERFORM  3110-MATCH-RETENTION
               THRU 3110-MATCH-RETENTION-X
               VARYING WS-RETN-SUB FROM 1 BY 1
               UNTIL WS-RETN-SUB > WS-RETN-CNT
               OR    WS-RETN-USE-SUB > ZERO.

           IF   WS-RETN-USE-SUB        > ZERO
                MOVE WS-RETN-LIMIT-AMT (WS-RETN-USE-SUB)
                                       TO WS-CSN-RETN-LIMIT-AMT
           ELSE
                MOVE RCESX-RETN-LIMIT-AMT
                                       TO WS-CSN-RETN-LIMIT-AMT
           END-IF.

       3100-FIND-RETENTION-X.
           EXIT.
      /
      *---------------------
       3110-MATCH-RETENTION.
      *---------------------

           IF   WS-RETN-PLAN-ID (WS-RETN-SUB) = WS-CSN-PLAN-ID
           AND  WS-RETN-EFF-DT  (WS-RETN-SUB) NOT > WS-CESS-DT-ISO
           AND  WS-RETN-XPRY-DT (WS-RETN-SUB) NOT < WS-CESS-DT-ISO
                MOVE WS-RETN-SUB       TO WS-RETN-USE-SUB
           END-IF.

       3110-MATCH-RETENTION-X.
           EXIT.
      /
      *------------------------
       3200-FIND-PLAN-TREATIES.
      *------------------------

      * THE PLAN'S OWN TREATY ROWS IN FORCE ON THE CESSION DATE; A
      * PLAN WITH NONE FALLS BACK TO THE COMPANY DEFAULT ROWS.

           MOVE WS-CSN-PLAN-ID         TO WS-TRTY-MATCH-PLAN.

           PERFORM  3210-COUNT-PLAN-TREATIES
               THRU 3210-COUNT-PLAN-TREATIES-X.

           IF   WS-TRTY-ROW-CNT        = ZERO
                MOVE ALL '*'           TO WS-TRTY-MATCH-PLAN
                PERFORM  3210-COUNT-PLAN-TREATIES
                    THRU 3210-COUNT-PLAN-TREATIES-X
           END-IF.

       3200-FIND-PLAN-TREATIES-X.
           EXIT.
      /
      *-------------------------
       3210-COUNT-PLAN-TREATIES.
      *-------------------------

           MOVE ZERO                   TO WS-TRTY-ROW-CNT
                                          WS-TRTY-PCT-TOT
                                          WS-TRTY-FIRST-SUB
                                          WS-TRTY-LAST-SUB.

           PERFORM  3220-COUNT-ONE-TREATY
               THRU 3220-COUNT-ONE-TREATY-X
               VARYING WS-TRTY-SUB FROM 1 BY 1
               UNTIL WS-TRTY-SUB > WS-TRTY-CNT.

       3210-COUNT-PLAN-TREATIES-X.
           EXIT.
      /
      *----------------------
       3220-COUNT-ONE-TREATY.
      *----------------------

           IF   WS-TRTY-PLAN-ID (WS-TRTY-SUB) NOT = WS-TRTY-MATCH-PLAN
           OR   WS-TRTY-EFF-DT  (WS-TRTY-SUB)     > WS-CESS-DT-ISO
           OR   WS-TRTY-XPRY-DT (WS-TRTY-SUB)     < WS-CESS-DT-ISO
                GO TO 3220-COUNT-ONE-TREATY-X
           END-IF.

           ADD  1                      TO WS-TRTY-ROW-CNT.
           ADD  WS-TRTY-SHARE-PCT (WS-TRTY-SUB)
                                       TO WS-TRTY-PCT-TOT.
           MOVE WS-TRTY-SUB            TO WS-TRTY-LAST-SUB.

           IF   WS-TRTY-FIRST-SUB      = ZERO
                MOVE WS-TRTY-SUB       TO WS-TRTY-FIRST-SUB
           END-IF.

       3220-COUNT-ONE-TREATY-X.
           EXIT.
      /
      *--------------------------
       3300-PLACE-TREATY-CESSION.
      *--------------------------

           MOVE ZERO                   TO WS-ALLOC-AMT.

           PERFORM  3310-CEDE-ONE-SHARE
               THRU 3310-CEDE-ONE-SHARE-X
               VARYING WS-TRTY-SUB FROM 1 BY 1
               UNTIL WS-TRTY-SUB > WS-TRTY-CNT.

      * WHATEVER NO SHARE PICKED UP IS BOOKED AS UNPLACED, SO THE
      * BORDEREAU STILL TIES TO CESX WHILE THE TREATY IS FIXED.

           IF   WS-ALLOC-AMT           < WS-CESX-CEDED-AMT
                MOVE 'UNPLACED'        TO WS-CSN-TRTY-ID
                                          WS-CSN-REINSR-ID
                COMPUTE WS-CSN-CEDED-AMT = WS-CESX-CEDED-AMT
                                         - WS-ALLOC-AMT
                MOVE ZERO              TO WS-CSN-PREM-RATE
                IF   WS-TRTY-PCT-TOT   < 100
                     COMPUTE WS-CSN-SHARE-PCT = 100 - WS-TRTY-PCT-TOT
                ELSE
                     MOVE ZERO         TO WS-CSN-SHARE-PCT
                END-IF
                ADD  1                 TO WS-UNPLACED-CNT
                PERFORM  3400-BOOK-NEW-CESSION
                    THRU 3400-BOOK-NEW-CESSION-X
           END-IF.

       3300-PLACE-TREATY-CESSION-X.
           EXIT.
      /
      *--------------------
       3310-CEDE-ONE-SHARE.
      *--------------------

           IF   WS-TRTY-PLAN-ID (WS-TRTY-SUB) NOT = WS-TRTY-MATCH-PLAN
           OR   WS-TRTY-EFF-DT  (WS-TRTY-SUB)     > WS-CESS-DT-ISO
           OR   WS-TRTY-XPRY-DT (WS-TRTY-SUB)     < WS-CESS-DT-ISO
                GO TO 3310-CEDE-ONE-SHARE-X
           END-IF.

      * ON A FULLY SHARED PLAN THE LAST SHARE TAKES THE ROUNDING.

           IF   WS-TRTY-SUB            = WS-TRTY-LAST-SUB
           AND  WS-TRTY-PCT-TOT        = 100
                COMPUTE WS-CSN-CEDED-AMT = WS-CESX-CEDED-AMT
                                         - WS-ALLOC-AMT
           ELSE
                COMPUTE WS-CSN-CEDED-AMT ROUNDED =
                        WS-CESX-CEDED-AMT
                      * WS-TRTY-SHARE-PCT (WS-TRTY-SUB) / 100
           END-IF.

           ADD  WS-CSN-CEDED-AMT       TO WS-ALLOC-AMT.

           MOVE WS-TRTY-TRTY-ID (WS-TRTY-SUB)
                                       TO WS-CSN-TRTY-ID.
           MOVE WS-TRTY-REINSR-ID (WS-TRTY-SUB)
                                       TO WS-CSN-REINSR-ID.
           MOVE WS-TRTY-SHARE-PCT (WS-TRTY-SUB)
                                       TO WS-CSN-SHARE-PCT.
           MOVE WS-TRTY-PREM-RATE (WS-TRTY-SUB)
                                       TO WS-CSN-PREM-RATE.

           PERFORM  3400-BOOK-NEW-CESSION
               THRU 3400-BOOK-NEW-CESSION-X.

       3310-CEDE-ONE-SHARE-X.
           EXIT.
      /
      *----------------------
       3400-BOOK-NEW-CESSION.
      *----------------------

           PERFORM  2300-COMPUTE-MONTHLY-PREM
               THRU 2300-COMPUTE-MONTHLY-PREM-X.

           PERFORM  2400-WRITE-NEW-ROW
               THRU 2400-WRITE-NEW-ROW-X.

      * A CESSION REVERSED IN THE MONTH IT WAS MADE IS REFUNDED THE
      * MONTH JUST BILLED AND NEVER REACHES THE CESSION MASTER.

           IF   WS-RVRS-USE-SUB        > ZERO
                MOVE 1                 TO WS-BILLED-MTHS
                PERFORM  2500-WRITE-REVERSAL-ROW
                    THRU 2500-WRITE-REVERSAL-ROW-X
           ELSE
                PERFORM  2800-WRITE-NEW-MASTER
                    THRU 2800-WRITE-NEW-MASTER-X
           END-IF.

       3400-BOOK-NEW-CESSION-X.
           EXIT.
      /
      *-----------------------
       3500-PLACE-FAC-CESSION.
      *-----------------------

      * A FACULTATIVE CESSION GOES WHOLE TO THE ACCEPTING REINSURER,
      * BILLED AT THE PLAN'S STANDARD TREATY RATE.

           MOVE ZERO                   TO WS-FAC-USE-SUB.

           PERFORM  3510-MATCH-FAC-PLACEMENT
               THRU 3510-MATCH-FAC-PLACEMENT-X
               VARYING WS-FAC-SUB FROM 1 BY 1
               UNTIL WS-FAC-SUB > WS-FAC-CNT
               OR    WS-FAC-USE-SUB > ZERO.

           MOVE 'FAC'                  TO WS-CSN-TRTY-ID.
           MOVE WS-CESX-CEDED-AMT      TO WS-CSN-CEDED-AMT.
           MOVE 100                    TO WS-CSN-SHARE-PCT.

           IF   WS-TRTY-FIRST-SUB      > ZERO
                MOVE WS-TRTY-PREM-RATE (WS-TRTY-FIRST-SUB)
                                       TO WS-CSN-PREM-RATE
           ELSE
                MOVE ZERO              TO WS-CSN-PREM-RATE
           END-IF.

           IF   WS-FAC-USE-SUB         > ZERO
                MOVE WS-FAC-REINSR-ID (WS-FAC-USE-SUB)
                                       TO WS-CSN-REINSR-ID
           ELSE
                MOVE 'UNPLACED'        TO WS-CSN-REINSR-ID
                ADD  1                 TO WS-UNPLACED-CNT
           END-IF.

           PERFORM  3400-BOOK-NEW-CESSION
               THRU 3400-BOOK-NEW-CESSION-X.

       3500-PLACE-FAC-CESSION-X.
           EXIT.
      /
      *-------------------------
       3510-MATCH-FAC-PLACEMENT.
      *-------------------------

           IF   WS-FAC-APP-ID (WS-FAC-SUB)   = WS-CSN-APP-ID
           AND  WS-FAC-STCKR-ID (WS-FAC-SUB) = WS-CSN-STCKR-ID
                MOVE WS-FAC-SUB        TO WS-FAC-USE-SUB
           END-IF.

       3510-MATCH-FAC-PLACEMENT-X.
           EXIT.
      /
      *------------------------
       4000-WRITE-TREATY-TOTAL.
      *------------------------

           MOVE SPACES                 TO RBRDX-SEQ-REC-INFO.
           MOVE WS-RPT-PRD             TO RBRDX-RPT-PRD.
           SET  RBRDX-REC-TYP-TOTAL    TO TRUE.
           MOVE WS-TOT-REINSR-ID (WS-TOT-SUB)
                                       TO RBRDX-REINSR-ID.
           MOVE WS-TOT-TRTY-ID (WS-TOT-SUB)
                                       TO RBRDX-TRTY-ID.
           MOVE WS-TOT-NEW-CNT (WS-TOT-SUB)
                                       TO RBRDX-NEW-CNT.
           MOVE WS-TOT-NEW-AMT (WS-TOT-SUB)
                                       TO RBRDX-NEW-CEDED-AMT.
           MOVE WS-TOT-RVRS-CNT (WS-TOT-SUB)
                                       TO RBRDX-RVRS-CNT.
           MOVE WS-TOT-RVRS-AMT (WS-TOT-SUB)
                                       TO RBRDX-RVRS-CEDED-AMT.
           MOVE WS-TOT-INFC-CNT (WS-TOT-SUB)
                                       TO RBRDX-INFC-CNT.
           MOVE WS-TOT-INFC-AMT (WS-TOT-SUB)
                                       TO RBRDX-INFC-CEDED-AMT.
           MOVE WS-TOT-PREM-AMT (WS-TOT-SUB)
                                       TO RBRDX-TOT-PREM-AMT.

           PERFORM  2900-WRITE-BRDX
               THRU 2900-WRITE-BRDX-X.

       4000-WRITE-TREATY-TOTAL-X.
           EXIT.
      /
      *-----------------------
       4500-WRITE-CONTROL-ROW.
      *-----------------------

      * EVERY CESX DETAIL MUST TIE TO THE TRAILERS, AND THE NEW
      * CESSION ROWS MUST TIE TO THE DETAILS IN THE PERIOD.

           IF   WS-CESX-ALL-DTL-CNT NOT = WS-CESX-TRL-CNT
           OR   WS-CESX-ALL-DTL-AMT NOT = WS-CESX-TRL-AMT
           OR   WS-BRDX-NEW-AMT     NOT = WS-CESX-PRD-DTL-AMT
                SET  WS-CTL-OUT-OF-BALANCE TO TRUE
           END-IF.

           MOVE SPACES                 TO RBRDX-SEQ-REC-INFO.
           MOVE WS-RPT-PRD             TO RBRDX-RPT-PRD.
           SET  RBRDX-REC-TYP-CONTROL  TO TRUE.
           MOVE ALL '*'                TO RBRDX-REINSR-ID
                                          RBRDX-TRTY-ID.
           MOVE WS-CESX-PRD-DTL-CNT    TO RBRDX-CESX-DTL-CNT.
           MOVE WS-CESX-PRD-DTL-AMT    TO RBRDX-CESX-CEDED-AMT.
           MOVE WS-CESX-TRL-CNT        TO RBRDX-CESX-TRL-CNT.
           MOVE WS-CESX-TRL-AMT        TO RBRDX-CESX-TRL-AMT.
           MOVE WS-BRDX-NEW-AMT        TO RBRDX-BRDX-NEW-CEDED-AMT.
           MOVE WS-CTL-BAL-SW          TO RBRDX-CTL-STAT-CD.

           PERFORM  2900-WRITE-BRDX
               THRU 2900-WRITE-BRDX-X.

       4500-WRITE-CONTROL-ROW-X.
           EXIT.
      /
      *------------------------
       5000-PRINT-GRAND-TOTALS.
      *------------------------

      *MSG: CESSIONS CARRIED IN @1, CARRIED FORWARD @2
           MOVE 'AS95050001'           TO WGLOB-MSG-REF-INFO.
           MOVE WS-CSMI-REC-READ       TO WS-PIC-COUNTER.
           MOVE WS-PIC-COUNTER         TO WGLOB-MSG-PARM (1).
           MOVE WS-CSMO-REC-WRITTEN    TO WS-PIC-COUNTER.
           MOVE WS-PIC-COUNTER         TO WGLOB-MSG-PARM (2).
           PERFORM  0260-1000-GENERATE-MESSAGE
               THRU 0260-1000-GENERATE-MESSAGE-X.

      *MSG: CESX DETAILS READ @1, IN PERIOD @2, OUTSIDE PERIOD @3
           MOVE 'AS95050002'           TO WGLOB-MSG-REF-INFO.
           MOVE WS-CESX-ALL-DTL-CNT    TO WS-PIC-COUNTER.
           MOVE WS-PIC-COUNTER         TO WGLOB-MSG-PARM (1).
           MOVE WS-CESX-PRD-DTL-CNT    TO WS-PIC-COUNTER.
           MOVE WS-PIC-COUNTER         TO WGLOB-MSG-PARM (2).
           MOVE WS-CESX-OUT-PRD-CNT    TO WS-PIC-COUNTER.
           MOVE WS-PIC-COUNTER         TO WGLOB-MSG-PARM (3).
           PERFORM  0260-1000-GENERATE-MESSAGE
               THRU 0260-1000-GENERATE-MESSAGE-X.

      *MSG: BORDEREAU @1 - NEW @2, REVERSED @3, IN FORCE @4
           MOVE 'AS95050003'           TO WGLOB-MSG-REF-INFO.
           MOVE WS-RPT-PRD             TO WGLOB-MSG-PARM (1).
           MOVE WS-BRDX-NEW-CNT        TO WS-PIC-COUNTER.
           MOVE WS-PIC-COUNTER         TO WGLOB-MSG-PARM (2).
           MOVE WS-BRDX-RVRS-CNT       TO WS-PIC-COUNTER.
           MOVE WS-PIC-COUNTER         TO WGLOB-MSG-PARM (3).
           MOVE WS-BRDX-INFC-CNT       TO WS-PIC-COUNTER.
           MOVE WS-PIC-COUNTER         TO WGLOB-MSG-PARM (4).
           PERFORM  0260-1000-GENERATE-MESSAGE
               THRU 0260-1000-GENERATE-MESSAGE-X.

           IF   WS-UNPLACED-CNT        > ZERO
      *MSG: @1 CESSIONS UNPLACED - NO TREATY SHARE OR FAC ACCEPTANCE
                MOVE 'AS95050004'      TO WGLOB-MSG-REF-INFO
                MOVE WS-UNPLACED-CNT   TO WS-PIC-COUNTER
                MOVE WS-PIC-COUNTER    TO WGLOB-MSG-PARM (1)
                PERFORM  0260-1000-GENERATE-MESSAGE
                    THRU 0260-1000-GENERATE-MESSAGE-X
           END-IF.

           IF   WS-CTL-OUT-OF-BALANCE
      *MSG: BORDEREAU DOES NOT TIE TO CESX CONTROL TOTALS - RC 8
                MOVE 'AS95050005'      TO WGLOB-MSG-REF-INFO
                PERFORM  0260-1000-GENERATE-MESSAGE
                    THRU 0260-1000-GENERATE-MESSAGE-X
           END-IF.

       5000-PRINT-GRAND-TOTALS-X.
           EXIT.
      /
      *-----------------
       9999-CLOSE-FILES.
      *-----------------

           PERFORM  TRTY-5000-CLOSE
               THRU TRTY-5000-CLOSE-X.

           PERFORM  RETN-5000-CLOSE
               THRU RETN-5000-CLOSE-X.

           PERFORM  FACI-5000-CLOSE
               THRU FACI-5000-CLOSE-X.

           PERFORM  CLWX-4000-CLOSE
               THRU CLWX-4000-CLOSE-X.

           PERFORM  BKLS-5000-CLOSE
               THRU BKLS-5000-CLOSE-X.

           PERFORM  CESX-4000-CLOSE
               THRU CESX-4000-CLOSE-X.

           PERFORM  CSMI-5000-CLOSE
               THRU CSMI-5000-CLOSE-X.

           PERFORM  CSMO-5000-CLOSE
               THRU CSMO-5000-CLOSE-X.

           PERFORM  BRDX-5000-CLOSE
               THRU BRDX-5000-CLOSE-X.

       9999-CLOSE-FILES-X.
           EXIT.
      /
      *****************************************************************
      * I/O PROCESSING COPYBOOKS                                      *
      *****************************************************************

       COPY ACPITRTY.
      /
       COPY ACPIRETN.
      /
       COPY ACPIFACI.
      /
       COPY ACPECLWX.
      /
       COPY ACPIBKLS.
      /
       COPY ACPECESX.
      /
       COPY ACPICSMI.
      /
       COPY ACPICSMO.
      /
       COPY ACPIBRDX.
      /
      *****************************************************************
      * ERROR HANDLING ROUTINES                                       *
      *****************************************************************

       COPY XCPL0030.

       COPY XCPL0260.

      *****************************************************************
      **                 END OF PROGRAM ASBM9505                     **
      *****************************************************************
