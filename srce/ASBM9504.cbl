      *************************
       IDENTIFICATION DIVISION.
      *************************

       PROGRAM-ID. ASBM9504.

       COPY XCWWCRHT.

      *****************************************************************
      **  MEMBER :  ASBM9504                                         **
      **  REMARKS:  IMPAIRMENT MIX BY PLAN.  READS THE IMPX CODED    **
      **            IMPAIRMENT EXTRACT WRITTEN BY THE IMPORT (ONE    **
      **            ROW PER INSURED AND IMPAIRMENT CODE) FOR THE     **
      **            REPORTING PERIOD AND WRITES THE IMPS SUMMARY -   **
      **            ONE ROW PER PLAN AND IMPAIRMENT CODE WITH THE    **
      **            NUMBER OF INSUREDS CODED TO IT AND ITS SHARE OF  **
      **            THE PLAN'S CODED INSUREDS, FOLLOWED BY A PLAN    **
      **            TOTAL ROW - FOR UNDERWRITING AND THE REINSURERS. **
      **                                                             **
      **            JCL PARM:  BYTES 1-2   COMPANY                   **
      **                       BYTES 3-12  PERIOD FROM (CCYY-MM-DD)  **
      **                       BYTES 13-22 PERIOD TO   (CCYY-MM-DD)  **
      **                                   (DEFAULT - THE CALENDAR   **
      **                                   MONTH BEFORE THE RUN)     **
      **                                                             **
      **  DOMAIN :  UW                                               **
      **  CLASS  :  PD                                               **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
782630**  15OCT26  DEV    NEW PROGRAM                                **
      *****************************************************************

      **********************
       ENVIRONMENT DIVISION.
      **********************

       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY ACSSIMPX.
       COPY ACSSIMPS.

      ***************
       DATA DIVISION.
      ***************

       FILE SECTION.

       COPY ACSDIMPX.

       COPY ACSRIMPX.

       COPY ACSDIMPS.

       COPY ACSRIMPS.

       WORKING-STORAGE SECTION.

       COPY XCWWPGWS REPLACING '$VAR1' BY 'ASBM9504'.

       01  WS-COUNTERS.
           05  WS-IMPX-REC-READ             PIC 9(07)  VALUE ZEROS.
           05  WS-IMPX-REC-SELECTED         PIC 9(07)  VALUE ZEROS.
           05  WS-IMPX-INSRD-CNT            PIC 9(07)  VALUE ZEROS.
           05  WS-IMPS-REC-WRITTEN          PIC 9(07)  VALUE ZEROS.
           05  WS-PIC-COUNTER               PIC Z(06)9.

       01  WS-PGM-WORK-AREA.
           05  WS-FROM-DT                   PIC X(10).
           05  WS-TO-DT                     PIC X(10).
           05  WS-RUN-DT-CCYYMMDD           PIC 9(08)  VALUE ZEROS.
           05  WS-RUN-DT-GRP                REDEFINES
               WS-RUN-DT-CCYYMMDD.
               10  WS-RUN-DT-CCYY           PIC 9(04).
               10  WS-RUN-DT-MM             PIC 9(02).
               10  WS-RUN-DT-DD             PIC 9(02).
           05  WS-PRD-CCYY                  PIC 9(04).
           05  WS-PRD-MM                    PIC 9(02).
           05  WS-PREV-INSRD-KEY            PIC X(25)  VALUE SPACES.
           05  WS-CRNT-INSRD-KEY.
               10  WS-CRNT-APP-ID           PIC X(15).
               10  WS-CRNT-CLI-ID           PIC X(10).
           05  WS-MAX-RC                    PIC 9(02)  VALUE ZERO.

      * PLAN TOTALS - DISTINCT CODED INSUREDS PER PLAN.

       01  WS-PLAN-WORK-AREA.
           05  WS-PLAN-MAX                  PIC S9(04) COMP VALUE +300.
           05  WS-PLAN-CNT                  PIC S9(04) COMP VALUE ZERO.
           05  WS-PLAN-SUB                  PIC S9(04) COMP.
           05  WS-PLAN-USE-SUB              PIC S9(04) COMP.
           05  WS-PLAN-TBL.
               10  WS-PLAN-ENTRY            OCCURS 300 TIMES.
                   15  WS-PLAN-ID           PIC X(15).
                   15  WS-PLAN-INSRD-CNT    PIC 9(07).

      * PLAN / IMPAIRMENT CODE CELLS.

       01  WS-MIX-WORK-AREA.
           05  WS-MIX-MAX                   PIC S9(04) COMP VALUE +3000.
           05  WS-MIX-CNT                   PIC S9(04) COMP VALUE ZERO.
           05  WS-MIX-SUB                   PIC S9(04) COMP.
           05  WS-MIX-USE-SUB               PIC S9(04) COMP.
           05  WS-MIX-TBL.
               10  WS-MIX-ENTRY             OCCURS 3000 TIMES.
                   15  WS-MIX-PLAN-ID       PIC X(15).
                   15  WS-MIX-IMPR-CD       PIC X(06).
                   15  WS-MIX-SVRTY-CD      PIC X(01).
                   15  WS-MIX-INSRD-CNT     PIC 9(07).
           05  WS-MIX-OVRFLW-SW             PIC X(01)  VALUE 'N'.
               88  WS-MIX-OVERFLOW                VALUE 'Y'.
      /
       COPY XCWTFCMD.
      /
       COPY ACSWIMPX.
       COPY ACSWIMPS.
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

           PERFORM  IMPX-1000-READ
               THRU IMPX-1000-READ-X.

           PERFORM  1000-ACCUM-IMPAIRMENT
               THRU 1000-ACCUM-IMPAIRMENT-X
               UNTIL WIMPX-SEQ-IO-EOF.

           PERFORM  2000-WRITE-PLAN-MIX
               THRU 2000-WRITE-PLAN-MIX-X
               VARYING WS-PLAN-SUB FROM 1 BY 1
               UNTIL WS-PLAN-SUB > WS-PLAN-CNT.

           PERFORM  5000-PRINT-GRAND-TOTALS
               THRU 5000-PRINT-GRAND-TOTALS-X.

           PERFORM  9999-CLOSE-FILES
               THRU 9999-CLOSE-FILES-X.

           IF   WS-MIX-OVERFLOW
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

           PERFORM  IMPX-3000-OPEN-INPUT
               THRU IMPX-3000-OPEN-INPUT-X.

           PERFORM  IMPS-4000-OPEN-OUTPUT
               THRU IMPS-4000-OPEN-OUTPUT-X.

       0100-OPEN-FILES-X.
           EXIT.
      /
      *----------------
       0200-INITIALIZE.
      *----------------

           ACCEPT  WS-RUN-DT-CCYYMMDD  FROM DATE YYYYMMDD.

      * DEFAULT PERIOD IS THE PREVIOUS CALENDAR MONTH.  THE PERIOD
      * END IS SET TO DAY 31 - THE DATES ARE COMPARED AS ISO TEXT,
      * SO IT COVERS THE LAST DAY OF ANY MONTH.

           MOVE WS-RUN-DT-CCYY         TO WS-PRD-CCYY.
           IF   WS-RUN-DT-MM           = 01
                MOVE 12                TO WS-PRD-MM
                SUBTRACT 1           FROM WS-PRD-CCYY
           ELSE
                COMPUTE WS-PRD-MM      = WS-RUN-DT-MM - 1
           END-IF.

           MOVE WS-PRD-CCYY            TO WS-FROM-DT (1:4).
           MOVE '-'                    TO WS-FROM-DT (5:1).
           MOVE WS-PRD-MM              TO WS-FROM-DT (6:2).
           MOVE '-01'                  TO WS-FROM-DT (8:3).
           MOVE WS-FROM-DT             TO WS-TO-DT.
           MOVE '31'                   TO WS-TO-DT (9:2).

           IF   LK-PARM-LEN                  > ZERO
           AND  LK-COMPANY-CODE              > SPACES
                MOVE LK-COMPANY-CODE    TO WGLOB-COMPANY-CODE
           END-IF.

           IF   LK-PARM-LEN                  > 2
           AND  LK-FROM-DT                   > SPACES
                MOVE LK-FROM-DT         TO WS-FROM-DT
           END-IF.

           IF   LK-PARM-LEN                  > 12
           AND  LK-TO-DT                     > SPACES
                MOVE LK-TO-DT           TO WS-TO-DT
           END-IF.

       0200-INITIALIZE-X.
           EXIT.
      /
      *----------------------
       1000-ACCUM-IMPAIRMENT.
      *----------------------

           ADD  1                      TO WS-IMPX-REC-READ.

           IF   RIMPX-CO-ID        NOT = WGLOB-COMPANY-CODE
           OR   RIMPX-CNV-DT           < WS-FROM-DT
           OR   RIMPX-CNV-DT           > WS-TO-DT
                GO TO 1000-ACCUM-IMPAIRMENT-R
           END-IF.

           ADD  1                      TO WS-IMPX-REC-SELECTED.

           PERFORM  1100-FIND-PLAN
               THRU 1100-FIND-PLAN-X.

           IF   WS-PLAN-USE-SUB        = ZERO
                GO TO 1000-ACCUM-IMPAIRMENT-R
           END-IF.

      * THE IMPORT WRITES EACH INSURED'S CODES TOGETHER, SO A CHANGE
      * OF APPLICATION / CLIENT IS A NEW CODED INSURED.

           MOVE RIMPX-APP-ID           TO WS-CRNT-APP-ID.
           MOVE RIMPX-CLI-ID           TO WS-CRNT-CLI-ID.
           IF   WS-CRNT-INSRD-KEY  NOT = WS-PREV-INSRD-KEY
                ADD  1                 TO
                     WS-PLAN-INSRD-CNT (WS-PLAN-USE-SUB)
                ADD  1                 TO WS-IMPX-INSRD-CNT
                MOVE WS-CRNT-INSRD-KEY TO WS-PREV-INSRD-KEY
           END-IF.

           PERFORM  1200-FIND-MIX-CELL
               THRU 1200-FIND-MIX-CELL-X.

           IF   WS-MIX-USE-SUB         > ZERO
                ADD  1                 TO
                     WS-MIX-INSRD-CNT (WS-MIX-USE-SUB)
           END-IF.

       1000-ACCUM-IMPAIRMENT-R.

           PERFORM  IMPX-1000-READ
               THRU IMPX-1000-READ-X.

       1000-ACCUM-IMPAIRMENT-X.
           EXIT.
      /
      *---------------
       1100-FIND-PLAN.
      *---------------

           MOVE ZERO                   TO WS-PLAN-USE-SUB.

           PERFORM  1110-MATCH-PLAN
               THRU 1110-MATCH-PLAN-X
               VARYING WS-PLAN-SUB FROM 1 BY 1
               UNTIL WS-PLAN-SUB > WS-PLAN-CNT
               OR    WS-PLAN-USE-SUB > ZERO.

           IF   WS-PLAN-USE-SUB        > ZERO
                GO TO 1100-FIND-PLAN-X
           END-IF.

           IF   WS-PLAN-CNT        NOT < WS-PLAN-MAX
                SET  WS-MIX-OVERFLOW   TO TRUE
                GO TO 1100-FIND-PLAN-X
           END-IF.

           ADD  1                      TO WS-PLAN-CNT.
           MOVE WS-PLAN-CNT            TO WS-PLAN-USE-SUB.
           MOVE RIMPX-PLAN-ID          TO WS-PLAN-ID (WS-PLAN-CNT).
           MOVE ZERO                   TO WS-PLAN-INSRD-CNT
                                                    (WS-PLAN-CNT).

       1100-FIND-PLAN-X.
           EXIT.
      /
      *----------------
       1110-MATCH-PLAN.
      *----------------

           IF   WS-PLAN-ID (WS-PLAN-SUB) = RIMPX-PLAN-ID
                MOVE WS-PLAN-SUB       TO WS-PLAN-USE-SUB
           END-IF.

       1110-MATCH-PLAN-X.
           EXIT.
      /
      *-------------------
       1200-FIND-MIX-CELL.
      *-------------------

           MOVE ZERO                   TO WS-MIX-USE-SUB.

           PERFORM  1210-MATCH-MIX-CELL
               THRU 1210-MATCH-MIX-CELL-X
               VARYING WS-MIX-SUB FROM 1 BY 1
               UNTIL WS-MIX-SUB > WS-MIX-CNT
               OR    WS-MIX-USE-SUB > ZERO.

           IF   WS-MIX-USE-SUB         > ZERO
                GO TO 1200-FIND-MIX-CELL-X
           END-IF.

           IF   WS-MIX-CNT         NOT < WS-MIX-MAX
                SET  WS-MIX-OVERFLOW   TO TRUE
                GO TO 1200-FIND-MIX-CELL-X
           END-IF.

           ADD  1                      TO WS-MIX-CNT.
           MOVE WS-MIX-CNT             TO WS-MIX-USE-SUB.
           MOVE RIMPX-PLAN-ID          TO WS-MIX-PLAN-ID (WS-MIX-CNT).
           MOVE RIMPX-IMPR-CD          TO WS-MIX-IMPR-CD (WS-MIX-CNT).
           MOVE RIMPX-IMPR-SVRTY-CD    TO WS-MIX-SVRTY-CD (WS-MIX-CNT).
           MOVE ZERO                   TO WS-MIX-INSRD-CNT (WS-MIX-CNT).

       1200-FIND-MIX-CELL-X.
           EXIT.
      /
      *--------------------
       1210-MATCH-MIX-CELL.
      *--------------------

           IF   WS-MIX-PLAN-ID (WS-MIX-SUB) = RIMPX-PLAN-ID
           AND  WS-MIX-IMPR-CD (WS-MIX-SUB) = RIMPX-IMPR-CD
                MOVE WS-MIX-SUB        TO WS-MIX-USE-SUB
           END-IF.

       1210-MATCH-MIX-CELL-X.
           EXIT.
      /
      *--------------------
       2000-WRITE-PLAN-MIX.
      *--------------------

           PERFORM  2100-WRITE-MIX-CELL
               THRU 2100-WRITE-MIX-CELL-X
               VARYING WS-MIX-SUB FROM 1 BY 1
               UNTIL WS-MIX-SUB > WS-MIX-CNT.

           MOVE SPACES                 TO RIMPS-SEQ-REC-INFO.
           MOVE WGLOB-COMPANY-CODE     TO RIMPS-CO-ID.
           MOVE WS-FROM-DT             TO RIMPS-FROM-DT.
           MOVE WS-TO-DT               TO RIMPS-TO-DT.
           MOVE WS-PLAN-ID (WS-PLAN-SUB)
                                       TO RIMPS-PLAN-ID.
           MOVE ALL '*'                TO RIMPS-IMPR-CD.
           MOVE WS-PLAN-INSRD-CNT (WS-PLAN-SUB)
                                       TO RIMPS-INSRD-CNT.
           MOVE 100                    TO RIMPS-PCT-OF-PLAN.

           PERFORM  IMPS-2000-WRITE
               THRU IMPS-2000-WRITE-X.

           ADD  1                      TO WS-IMPS-REC-WRITTEN.

       2000-WRITE-PLAN-MIX-X.
           EXIT.
      /
      *--------------------
       2100-WRITE-MIX-CELL.
      *--------------------

           IF   WS-MIX-PLAN-ID (WS-MIX-SUB)
                                   NOT = WS-PLAN-ID (WS-PLAN-SUB)
                GO TO 2100-WRITE-MIX-CELL-X
           END-IF.

           MOVE SPACES                 TO RIMPS-SEQ-REC-INFO.
           MOVE WGLOB-COMPANY-CODE     TO RIMPS-CO-ID.
           MOVE WS-FROM-DT             TO RIMPS-FROM-DT.
           MOVE WS-TO-DT               TO RIMPS-TO-DT.
           MOVE WS-MIX-PLAN-ID (WS-MIX-SUB)
                                       TO RIMPS-PLAN-ID.
           MOVE WS-MIX-IMPR-CD (WS-MIX-SUB)
                                       TO RIMPS-IMPR-CD.
           MOVE WS-MIX-SVRTY-CD (WS-MIX-SUB)
                                       TO RIMPS-IMPR-SVRTY-CD.
           MOVE WS-MIX-INSRD-CNT (WS-MIX-SUB)
                                       TO RIMPS-INSRD-CNT.
           MOVE ZERO                   TO RIMPS-PCT-OF-PLAN.

           IF   WS-PLAN-INSRD-CNT (WS-PLAN-SUB) > ZERO
                COMPUTE RIMPS-PCT-OF-PLAN ROUNDED =
                        WS-MIX-INSRD-CNT (WS-MIX-SUB) * 100
                      / WS-PLAN-INSRD-CNT (WS-PLAN-SUB)
           END-IF.

           PERFORM  IMPS-2000-WRITE
               THRU IMPS-2000-WRITE-X.

           ADD  1                      TO WS-IMPS-REC-WRITTEN.

       2100-WRITE-MIX-CELL-X.
           EXIT.
      /
      *------------------------
       5000-PRINT-GRAND-TOTALS.
      *------------------------

      *MSG: IMPX ROWS READ @1, IN PERIOD @2, CODED INSUREDS @3
           MOVE 'AS95040001'           TO WGLOB-MSG-REF-INFO.
           MOVE WS-IMPX-REC-READ       TO WS-PIC-COUNTER.
           MOVE WS-PIC-COUNTER         TO WGLOB-MSG-PARM (1).
           MOVE WS-IMPX-REC-SELECTED   TO WS-PIC-COUNTER.
           MOVE WS-PIC-COUNTER         TO WGLOB-MSG-PARM (2).
           MOVE WS-IMPX-INSRD-CNT      TO WS-PIC-COUNTER.
           MOVE WS-PIC-COUNTER         TO WGLOB-MSG-PARM (3).
           PERFORM  0260-1000-GENERATE-MESSAGE
               THRU 0260-1000-GENERATE-MESSAGE-X.

      *MSG: IMPAIRMENT MIX ROWS WRITTEN @1 FOR PERIOD @2 TO @3
           MOVE 'AS95040002'           TO WGLOB-MSG-REF-INFO.
           MOVE WS-IMPS-REC-WRITTEN    TO WS-PIC-COUNTER.
           MOVE WS-PIC-COUNTER         TO WGLOB-MSG-PARM (1).
           MOVE WS-FROM-DT             TO WGLOB-MSG-PARM (2).
           MOVE WS-TO-DT               TO WGLOB-MSG-PARM (3).
           PERFORM  0260-1000-GENERATE-MESSAGE
               THRU 0260-1000-GENERATE-MESSAGE-X.

           IF   WS-MIX-OVERFLOW
      *MSG: PLAN/IMPAIRMENT TABLE FULL - MIX IS INCOMPLETE
                MOVE 'AS95040003'      TO WGLOB-MSG-REF-INFO
                PERFORM  0260-1000-GENERATE-MESSAGE
                    THRU 0260-1000-GENERATE-MESSAGE-X
           END-IF.

       5000-PRINT-GRAND-TOTALS-X.
           EXIT.
      /
      *-----------------
       9999-CLOSE-FILES.
      *-----------------

           PERFORM  IMPX-5000-CLOSE
               THRU IMPX-5000-CLOSE-X.

           PERFORM  IMPS-5000-CLOSE
               THRU IMPS-5000-CLOSE-X.

       9999-CLOSE-FILES-X.
           EXIT.
      /
      *****************************************************************
      * I/O PROCESSING COPYBOOKS                                      *
      *****************************************************************

       COPY ACPIIMPX.
      /
       COPY ACPIIMPS.
      /
      *****************************************************************
      * ERROR HANDLING ROUTINES                                       *
      *****************************************************************

       COPY XCPL0030.

       COPY XCPL0260.

      *****************************************************************
      **                 END OF PROGRAM ASBM9504                     **
      *****************************************************************
