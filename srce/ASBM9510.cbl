      *************************
       IDENTIFICATION DIVISION.
      *************************

       PROGRAM-ID. ASBM9510.

       COPY XCWWCRHT.

      *****************************************************************
      **  MEMBER :  ASBM9510                                         **
      **  REMARKS:  WORKSITE PAYROLL-DEDUCTION SCHEDULE FEED.  READS **
      **            THE RUPOL DRIVER EXTRACT WITH THE RUCLI CLIENT   **
      **            EXTRACT (BOTH SORTED BY APP ID) AND, FOR EVERY   **
      **            ISSUED WORKSITE APPLICATION (LIST-BILL COMPANY   **
      **            ON THE ROW), TELLS THE EMPLOYER ABOUT IT BEFORE  **
      **            THE FIRST LIST BILL DOES:                        **
      **              A - CONVERTED IN THE RUN WINDOW - START        **
      **                  DEDUCTING THE MODAL PREMIUM FOR THE        **
      **                  EMPLOYEE FROM THE FIRST DEDUCTION DATE     **
      **              R - CANCELLED IN FREE LOOK (CLWX) OR NOT TAKEN **
      **                  (WDRW) IN THE RUN WINDOW - STOP DEDUCTING  **
      **            A POLICY CONVERTED AND CANCELLED IN THE SAME     **
      **            WINDOW WAS NEVER ANNOUNCED AND IS NOT SENT.      **
      **            THE FIRST DEDUCTION IS THE FIRST PAYROLL MONTH   **
      **            AFTER THE MONTH OF CONVERSION (ONE MONTH LATER   **
      **            AGAIN WHEN BILLING IS DELAYED ON THE             **
      **            APPLICATION), SHOWN AS THE FIRST OF THAT MONTH.  **
      **            THE EMPLOYER LEADS THE PDSX RECORD; THE          **
      **            DISTRIBUTION SORT SPLITS THE FILE PER EMPLOYER.  **
      **            A FULL FREE-LOOK OR NOT-TAKEN TABLE ENDS THE     **
      **            STEP RC 8 WITHOUT THE FEED BODY.                 **
      **                                                             **
      **            JCL PARM:  BYTES 1-2   COMPANY                   **
      **                       BYTES 3-12  FROM DATE (CCYY-MM-DD,    **
      **                                   DEFAULT - THE RUN DATE)   **
      **                       BYTES 13-22 TO DATE                   **
      **                                   (DEFAULT - THE FROM DATE) **
      **                                                             **
      **  DOMAIN :  BC                                               **
      **  CLASS  :  PD                                               **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
915872**  15OCT26  DEV    NEW PROGRAM                                **
      *****************************************************************

      **********************
       ENVIRONMENT DIVISION.
      **********************

       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY ACSSCLWX.
       COPY ACSSWDRW.
       COPY ACSSPDSX.

      ***************
       DATA DIVISION.
      ***************

       FILE SECTION.

       COPY ACSDCLWX.

       COPY ACSRCLWX.

       COPY ACSDWDRW.

       COPY ACSRWDRW.

       COPY ACSDPDSX.

       COPY ACSRPDSX.

       WORKING-STORAGE SECTION.

       COPY XCWWPGWS REPLACING '$VAR1' BY 'ASBM9510'.

       COPY SQLCA.

       01  WS-COUNTERS.
           05  WS-RUPOL-REC-READ            PIC 9(07)  VALUE ZEROS.
           05  WS-WRKST-ISSUED-CNT          PIC 9(07)  VALUE ZEROS.
           05  WS-ADD-CNT                   PIC 9(07)  VALUE ZEROS.
           05  WS-RMVL-CNT                  PIC 9(07)  VALUE ZEROS.
           05  WS-SAME-WINDOW-CNT           PIC 9(07)  VALUE ZEROS.
           05  WS-PIC-COUNTER               PIC Z(06)9.

       01  WS-PGM-WORK-AREA.
           05  WS-RUN-DT-CCYYMMDD           PIC 9(08)  VALUE ZEROS.
           05  WS-RUN-DT-GRP                REDEFINES
               WS-RUN-DT-CCYYMMDD.
               10  WS-RUN-DT-CCYY           PIC 9(04).
               10  WS-RUN-DT-MM             PIC 9(02).
               10  WS-RUN-DT-DD             PIC 9(02).
           05  WS-RUN-DT-ISO.
               10  WS-RUN-ISO-CCYY          PIC 9(04).
               10  FILLER                   PIC X(01)  VALUE '-'.
               10  WS-RUN-ISO-MM            PIC 9(02).
               10  FILLER                   PIC X(01)  VALUE '-'.
               10  WS-RUN-ISO-DD            PIC 9(02).
           05  WS-FROM-DT                   PIC X(10).
           05  WS-TO-DT                     PIC X(10).
           05  WS-DED-DT-ISO.
               10  WS-DED-CCYY              PIC 9(04).
               10  FILLER                   PIC X(01)  VALUE '-'.
               10  WS-DED-MM                PIC 9(02).
               10  FILLER                   PIC X(01)  VALUE '-'.
               10  WS-DED-DD                PIC 9(02)  VALUE 01.
           05  WS-DED-MONTHS                PIC 9(02).
           05  WS-RMVL-RSN-CD               PIC X(02).
           05  WS-RMVL-EFF-DT               PIC X(10).
           05  WS-MAX-RC                    PIC 9(02)  VALUE ZERO.

      * THE INSURED BEHIND THE CURRENT APPLICATION FROM RUCLI - THE
      * FIRST CLIENT ROW STANDS IN WHEN NO INSURED ROW IS MARKED.

       01  WS-APP-WORK-AREA.
           05  WS-CLI-ROW-COUNT             PIC 9(03).
           05  WS-INSRD-FOUND-SW            PIC X(01).
               88  WS-INSRD-FOUND                 VALUE 'Y'.
           05  WS-INSRD-SUR-NM              PIC X(25).
           05  WS-INSRD-GIV-NM              PIC X(25).

      * FREE-LOOK CANCELLATIONS IN THE RUN WINDOW.

       01  WS-CLWX-WORK-AREA.
           05  WS-CLWX-MAX                  PIC S9(04) COMP VALUE +5000.
           05  WS-CLWX-CNT                  PIC S9(04) COMP VALUE ZERO.
           05  WS-CLWX-SUB                  PIC S9(04) COMP.
           05  WS-CLWX-USE-SUB              PIC S9(04) COMP.
           05  WS-CLWX-TBL.
               10  WS-CLWX-ENTRY            OCCURS 5000 TIMES.
                   15  WS-CLWX-APP-ID       PIC X(15).
                   15  WS-CLWX-CANCEL-DT    PIC X(10).
           05  WS-CLWX-OVRFLW-SW            PIC X(01)  VALUE 'N'.
               88  WS-CLWX-OVERFLOW               VALUE 'Y'.

      * NOT-TAKEN DISPOSITIONS IN THE RUN WINDOW.

       01  WS-WDRW-WORK-AREA.
           05  WS-WDRW-MAX                  PIC S9(04) COMP VALUE +5000.
           05  WS-WDRW-CNT                  PIC S9(04) COMP VALUE ZERO.
           05  WS-WDRW-SUB                  PIC S9(04) COMP.
           05  WS-WDRW-USE-SUB              PIC S9(04) COMP.
           05  WS-WDRW-TBL.
               10  WS-WDRW-ENTRY            OCCURS 5000 TIMES.
                   15  WS-WDRW-APP-ID       PIC X(15).
                   15  WS-WDRW-DISP-DT      PIC X(10).
           05  WS-WDRW-OVRFLW-SW            PIC X(01)  VALUE 'N'.
               88  WS-WDRW-OVERFLOW               VALUE 'Y'.
      /
       COPY XCWTFCMD.
      /
       COPY ACSWRUPL.
       COPY ACSWUCLI.
       COPY ACSWCLWX.
       COPY ACSWWDRW.
       COPY ACSWPDSX.
      /
      *****************************************************************
      * INPUT PARAMETER INFORMATION                                   *
      *****************************************************************

       01  WGLOB-GLOBAL-AREA.
       COPY XCWWGLOB.

       COPY ACFRUPOL.

       COPY ACFRUCLI.
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

           PERFORM  1000-LOAD-FREE-LOOKS
               THRU 1000-LOAD-FREE-LOOKS-X.

           PERFORM  1200-LOAD-NOT-TAKEN
               THRU 1200-LOAD-NOT-TAKEN-X.

      *
      * A PARTIAL CANCELLATION PICTURE WOULD LEAVE PAYROLL DEDUCTING
      * FOR POLICIES ALREADY CANCELLED - THE RUN ENDS ON THE ABORT
      * MESSAGE INSTEAD.
      *
           IF   NOT WS-CLWX-OVERFLOW
           AND  NOT WS-WDRW-OVERFLOW
                PERFORM  RUPL-1000-READ
                    THRU RUPL-1000-READ-X

                PERFORM  UCLI-1000-READ
                    THRU UCLI-1000-READ-X

                PERFORM  2000-PROCESS-POLICY
                    THRU 2000-PROCESS-POLICY-X
                    UNTIL WRUPL-SEQ-IO-EOF

                PERFORM  4500-WRITE-TRAILER
                    THRU 4500-WRITE-TRAILER-X
           END-IF.

           PERFORM  5000-PRINT-GRAND-TOTALS
               THRU 5000-PRINT-GRAND-TOTALS-X.

           PERFORM  9999-CLOSE-FILES
               THRU 9999-CLOSE-FILES-X.

           IF   WS-CLWX-OVERFLOW
           OR   WS-WDRW-OVERFLOW
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

           PERFORM  CLWX-3000-OPEN-INPUT
               THRU CLWX-3000-OPEN-INPUT-X.

           PERFORM  WDRW-3000-OPEN-INPUT
               THRU WDRW-3000-OPEN-INPUT-X.

           PERFORM  RUPL-3000-OPEN-INPUT
               THRU RUPL-3000-OPEN-INPUT-X.

           PERFORM  UCLI-3000-OPEN-INPUT
               THRU UCLI-3000-OPEN-INPUT-X.

           PERFORM  PDSX-4000-OPEN-OUTPUT
               THRU PDSX-4000-OPEN-OUTPUT-X.

       0100-OPEN-FILES-X.
           EXIT.
      /
      *----------------
       0200-INITIALIZE.
      *----------------

           ACCEPT  WS-RUN-DT-CCYYMMDD  FROM DATE YYYYMMDD.

           MOVE WS-RUN-DT-CCYY         TO WS-RUN-ISO-CCYY.
           MOVE WS-RUN-DT-MM           TO WS-RUN-ISO-MM.
           MOVE WS-RUN-DT-DD           TO WS-RUN-ISO-DD.

           MOVE WS-RUN-DT-ISO          TO WS-FROM-DT.

           IF   LK-PARM-LEN                  > ZERO
           AND  LK-COMPANY-CODE              > SPACES
                MOVE LK-COMPANY-CODE    TO WGLOB-COMPANY-CODE
           END-IF.

           IF   LK-PARM-LEN                  > 2
           AND  LK-FROM-DT                   > SPACES
                MOVE LK-FROM-DT         TO WS-FROM-DT
           END-IF.

           MOVE WS-FROM-DT             TO WS-TO-DT.

           IF   LK-PARM-LEN                  > 12
           AND  LK-TO-DT                     > SPACES
                MOVE LK-TO-DT           TO WS-TO-DT
           END-IF.

           IF   WS-TO-DT               < WS-FROM-DT
      *MSG: FEED DATE WINDOW INVALID (@1 TO @2) - RUN ABORTED
                MOVE 'AS95100001'      TO WGLOB-MSG-REF-INFO
                MOVE WS-FROM-DT        TO WGLOB-MSG-PARM (1)
                MOVE WS-TO-DT          TO WGLOB-MSG-PARM (2)
                PERFORM  0260-1000-GENERATE-MESSAGE
                    THRU 0260-1000-GENERATE-MESSAGE-X
                PERFORM  0030-5000-LOGIC-ERROR
                    THRU 0030-5000-LOGIC-ERROR-X
           END-IF.

       0200-INITIALIZE-X.
           EXIT.
      /
      *---------------------
       1000-LOAD-FREE-LOOKS.
      *---------------------

           PERFORM  CLWX-1000-READ
               THRU CLWX-1000-READ-X.

           PERFORM  1100-LOAD-ONE-FREE-LOOK
               THRU 1100-LOAD-ONE-FREE-LOOK-X
               UNTIL WCLWX-SEQ-IO-EOF
               OR    WS-CLWX-OVERFLOW.

       1000-LOAD-FREE-LOOKS-X.
           EXIT.
      /
      *------------------------
       1100-LOAD-ONE-FREE-LOOK.
      *------------------------

           IF   RCLWX-CANCEL-DT        < WS-FROM-DT
           OR   RCLWX-CANCEL-DT        > WS-TO-DT
                GO TO 1100-LOAD-ONE-FREE-LOOK-R
           END-IF.

           IF   WS-CLWX-CNT            < WS-CLWX-MAX
                ADD  1                 TO WS-CLWX-CNT
                MOVE RCLWX-APP-ID      TO WS-CLWX-APP-ID (WS-CLWX-CNT)
                MOVE RCLWX-CANCEL-DT   TO WS-CLWX-CANCEL-DT
                                              (WS-CLWX-CNT)
           ELSE
                SET  WS-CLWX-OVERFLOW  TO TRUE
      *MSG: FREE-LOOK TABLE FULL - RUN ABORTED - RC 8
                MOVE 'AS95100002'      TO WGLOB-MSG-REF-INFO
                PERFORM  0260-1000-GENERATE-MESSAGE
                    THRU 0260-1000-GENERATE-MESSAGE-X
           END-IF.

       1100-LOAD-ONE-FREE-LOOK-R.

           PERFORM  CLWX-1000-READ
               THRU CLWX-1000-READ-X.

       1100-LOAD-ONE-FREE-LOOK-X.
           EXIT.
      /
      *--------------------
       1200-LOAD-NOT-TAKEN.
      *--------------------

           PERFORM  WDRW-1000-READ
               THRU WDRW-1000-READ-X.

           PERFORM  1300-LOAD-ONE-NOT-TAKEN
               THRU 1300-LOAD-ONE-NOT-TAKEN-X
               UNTIL WWDRW-SEQ-IO-EOF
               OR    WS-WDRW-OVERFLOW.

       1200-LOAD-NOT-TAKEN-X.
           EXIT.
      /
      *------------------------
       1300-LOAD-ONE-NOT-TAKEN.
      *------------------------

      * A WITHDRAWAL COMES BEFORE ISSUE AND NEVER REACHED PAYROLL -
      * ONLY NOT-TAKEN POLICIES ARE REMOVED.

           IF   NOT RWDRW-DISP-NOT-TAKEN
           OR   RWDRW-DISP-DT          < WS-FROM-DT
           OR   RWDRW-DISP-DT          > WS-TO-DT
                GO TO 1300-LOAD-ONE-NOT-TAKEN-R
           END-IF.

           IF   WS-WDRW-CNT            < WS-WDRW-MAX
                ADD  1                 TO WS-WDRW-CNT
                MOVE RWDRW-APP-ID      TO WS-WDRW-APP-ID (WS-WDRW-CNT)
                MOVE RWDRW-DISP-DT     TO WS-WDRW-DISP-DT
                                              (WS-WDRW-CNT)
           ELSE
                SET  WS-WDRW-OVERFLOW  TO TRUE
      *MSG: NOT-TAKEN TABLE FULL - RUN ABORTED - RC 8
                MOVE 'AS95100003'      TO WGLOB-MSG-REF-INFO
                PERFORM  0260-1000-GENERATE-MESSAGE
                    THRU 0260-1000-GENERATE-MESSAGE-X
           END-IF.

       1300-LOAD-ONE-NOT-TAKEN-R.

           PERFORM  WDRW-1000-READ
               THRU WDRW-1000-READ-X.

       1300-LOAD-ONE-NOT-TAKEN-X.
           EXIT.
      /
      *--------------------
       2000-PROCESS-POLICY.
      *--------------------

           ADD  1                      TO WS-RUPOL-REC-READ.

           IF   NOT RUPOL-POL-ASGN
           OR   RUPOL-LBILL-CO-ID      = SPACES OR LOW-VALUES
                GO TO 2000-PROCESS-POLICY-R
           END-IF.

           ADD  1                      TO WS-WRKST-ISSUED-CNT.

           MOVE SPACES                 TO WS-RMVL-RSN-CD.
           MOVE ZERO                   TO WS-CLWX-USE-SUB.
           MOVE ZERO                   TO WS-WDRW-USE-SUB.

           PERFORM  2100-FIND-FREE-LOOK
               THRU 2100-FIND-FREE-LOOK-X
               VARYING WS-CLWX-SUB FROM 1 BY 1
               UNTIL WS-CLWX-SUB     > WS-CLWX-CNT
               OR    WS-CLWX-USE-SUB > ZERO.

           IF   WS-CLWX-USE-SUB        > ZERO
                MOVE 'FL'              TO WS-RMVL-RSN-CD
                MOVE WS-CLWX-CANCEL-DT (WS-CLWX-USE-SUB)
                                       TO WS-RMVL-EFF-DT
           ELSE
                PERFORM  2200-FIND-NOT-TAKEN
                    THRU 2200-FIND-NOT-TAKEN-X
                    VARYING WS-WDRW-SUB FROM 1 BY 1
                    UNTIL WS-WDRW-SUB     > WS-WDRW-CNT
                    OR    WS-WDRW-USE-SUB > ZERO
                IF   WS-WDRW-USE-SUB   > ZERO
                     MOVE 'NT'         TO WS-RMVL-RSN-CD
                     MOVE WS-WDRW-DISP-DT (WS-WDRW-USE-SUB)
                                       TO WS-RMVL-EFF-DT
                END-IF
           END-IF.

      * NOTHING TO TELL THE EMPLOYER - NEITHER CONVERTED NOR
      * CANCELLED IN THE WINDOW.

           IF   WS-RMVL-RSN-CD         = SPACES
           AND (RUPOL-POL-CNV-DT       < WS-FROM-DT
           OR   RUPOL-POL-CNV-DT       > WS-TO-DT)
                GO TO 2000-PROCESS-POLICY-R
           END-IF.

      * CONVERTED AND CANCELLED IN THE SAME WINDOW - THE EMPLOYER
      * NEVER HEARD OF IT.

           IF   WS-RMVL-RSN-CD     NOT = SPACES
           AND  RUPOL-POL-CNV-DT   NOT < WS-FROM-DT
           AND  RUPOL-POL-CNV-DT   NOT > WS-TO-DT
                ADD  1                 TO WS-SAME-WINDOW-CNT
                GO TO 2000-PROCESS-POLICY-R
           END-IF.

           PERFORM  2300-MATCH-UCLI
               THRU 2300-MATCH-UCLI-X.

           PERFORM  3000-WRITE-PDSX-REC
               THRU 3000-WRITE-PDSX-REC-X.

       2000-PROCESS-POLICY-R.

           PERFORM  RUPL-1000-READ
               THRU RUPL-1000-READ-X.

       2000-PROCESS-POLICY-X.
           EXIT.
      /
      *--------------------
       2100-FIND-FREE-LOOK.
      *--------------------

           IF   WS-CLWX-APP-ID (WS-CLWX-SUB) = RUPOL-APP-ID
                MOVE WS-CLWX-SUB       TO WS-CLWX-USE-SUB
           END-IF.

       2100-FIND-FREE-LOOK-X.
           EXIT.
      /
      *--------------------
       2200-FIND-NOT-TAKEN.
      *--------------------

           IF   WS-WDRW-APP-ID (WS-WDRW-SUB) = RUPOL-APP-ID
                MOVE WS-WDRW-SUB       TO WS-WDRW-USE-SUB
           END-IF.

       2200-FIND-NOT-TAKEN-X.
           EXIT.
      /
      *----------------
       2300-MATCH-UCLI.
      *----------------

           PERFORM  2310-UCLI-READ-AHEAD
               THRU 2310-UCLI-READ-AHEAD-X
               UNTIL WUCLI-SEQ-IO-EOF
               OR    RUCLI-APP-ID NOT LESS THAN RUPOL-APP-ID.

           MOVE ZERO                   TO WS-CLI-ROW-COUNT.
           MOVE 'N'                    TO WS-INSRD-FOUND-SW.
           MOVE SPACES                 TO WS-INSRD-SUR-NM
                                          WS-INSRD-GIV-NM.

           PERFORM  2320-UCLI-CONSUME-GROUP
               THRU 2320-UCLI-CONSUME-GROUP-X
               UNTIL WUCLI-SEQ-IO-EOF
               OR    RUCLI-APP-ID NOT = RUPOL-APP-ID.

       2300-MATCH-UCLI-X.
           EXIT.
      /
      *---------------------
       2310-UCLI-READ-AHEAD.
      *---------------------

           PERFORM  UCLI-1000-READ
               THRU UCLI-1000-READ-X.

       2310-UCLI-READ-AHEAD-X.
           EXIT.
      /
      *------------------------
       2320-UCLI-CONSUME-GROUP.
      *------------------------

           IF   WS-CLI-ROW-COUNT       = ZERO
           OR  (RUCLI-POL-CLI-INSRD-CD > SPACES
           AND  NOT WS-INSRD-FOUND)
                MOVE RUCLI-CLI-SUR-NM  TO WS-INSRD-SUR-NM
                MOVE RUCLI-CLI-GIV-NM  TO WS-INSRD-GIV-NM
           END-IF.

           IF   RUCLI-POL-CLI-INSRD-CD > SPACES
                SET  WS-INSRD-FOUND    TO TRUE
           END-IF.

           ADD  1                      TO WS-CLI-ROW-COUNT.

           PERFORM  UCLI-1000-READ
               THRU UCLI-1000-READ-X.

       2320-UCLI-CONSUME-GROUP-X.
           EXIT.
      /
      *--------------------
       3000-WRITE-PDSX-REC.
      *--------------------

           MOVE SPACES                 TO RPDSX-SEQ-REC-INFO.
           MOVE RUPOL-LBILL-CO-ID      TO RPDSX-LBILL-CO-ID.
           MOVE RUPOL-LBILL-GR-CLI-ID  TO RPDSX-LBILL-GR-CLI-ID.
           MOVE RUPOL-LBILL-GR-EMP-ID  TO RPDSX-LBILL-GR-EMP-ID.
           MOVE RUPOL-LBILL-GR-CD      TO RPDSX-LBILL-GR-CD.
           MOVE RUPOL-POL-ID           TO RPDSX-POL-ID.
           MOVE RUPOL-APP-ID           TO RPDSX-APP-ID.
           MOVE WS-INSRD-SUR-NM        TO RPDSX-INSRD-SUR-NM.
           MOVE WS-INSRD-GIV-NM        TO RPDSX-INSRD-GIV-NM.
           MOVE RUPOL-MOD-REG-PREM-AMT TO RPDSX-MODAL-PREM-AMT.
           MOVE RUPOL-PYMT-MODE-CD     TO RPDSX-PYMT-MODE-CD.

           PERFORM  3100-CALC-FIRST-DED-DT
               THRU 3100-CALC-FIRST-DED-DT-X.
           MOVE WS-DED-DT-ISO          TO RPDSX-FIRST-DED-DT.

           IF   WS-RMVL-RSN-CD         = SPACES
                SET  RPDSX-REC-TYP-ADD TO TRUE
                ADD  1                 TO WS-ADD-CNT
           ELSE
                SET  RPDSX-REC-TYP-REMOVE
                                       TO TRUE
                MOVE WS-RMVL-RSN-CD    TO RPDSX-RMVL-RSN-CD
                MOVE WS-RMVL-EFF-DT    TO RPDSX-RMVL-EFF-DT
                ADD  1                 TO WS-RMVL-CNT
           END-IF.

           PERFORM  PDSX-2000-WRITE
               THRU PDSX-2000-WRITE-X.

       3000-WRITE-PDSX-REC-X.
           EXIT.
      /
      *-----------------------
       3100-CALC-FIRST-DED-DT.
      *-----------------------

      * THE FIRST PAYROLL MONTH AFTER THE MONTH OF CONVERSION, ONE
      * MONTH LATER AGAIN WHEN BILLING IS DELAYED.  A CONVERSION DATE
      * THAT CANNOT BE READ LEAVES THE DATE BLANK FOR THE EMPLOYER
      * TO CONFIRM.

           IF   RUPOL-POL-CNV-DT (1:4) NOT NUMERIC
           OR   RUPOL-POL-CNV-DT (6:2) NOT NUMERIC
                MOVE SPACES            TO WS-DED-DT-ISO
                GO TO 3100-CALC-FIRST-DED-DT-X
           END-IF.

           MOVE RUPOL-POL-CNV-DT (1:4) TO WS-DED-CCYY.
           MOVE RUPOL-POL-CNV-DT (6:2) TO WS-DED-MM.
           MOVE '-'                    TO WS-DED-DT-ISO (5:1)
                                          WS-DED-DT-ISO (8:1).
           MOVE 01                     TO WS-DED-DD.

           IF   RUPOL-BT-BILL-DLAY
                MOVE 2                 TO WS-DED-MONTHS
           ELSE
                MOVE 1                 TO WS-DED-MONTHS
           END-IF.

           ADD  WS-DED-MONTHS          TO WS-DED-MM.

           IF   WS-DED-MM              > 12
                SUBTRACT 12            FROM WS-DED-MM
                ADD  1                 TO WS-DED-CCYY
           END-IF.

       3100-CALC-FIRST-DED-DT-X.
           EXIT.
      /
      *-------------------
       4500-WRITE-TRAILER.
      *-------------------

           MOVE SPACES                 TO RPDSX-SEQ-REC-INFO.
           SET  RPDSX-REC-TYP-TRAILER  TO TRUE.
           MOVE WS-FROM-DT             TO RPDSX-TRL-FROM-DT.
           MOVE WS-TO-DT               TO RPDSX-TRL-TO-DT.
           MOVE WS-ADD-CNT             TO RPDSX-TRL-ADD-CNT.
           MOVE WS-RMVL-CNT            TO RPDSX-TRL-RMVL-CNT.

           PERFORM  PDSX-2000-WRITE
               THRU PDSX-2000-WRITE-X.

       4500-WRITE-TRAILER-X.
           EXIT.
      /
      *------------------------
       5000-PRINT-GRAND-TOTALS.
      *------------------------

      *MSG: WINDOW @1 TO @2 - WORKSITE ISSUED @3, ADDS @4
           MOVE 'AS95100004'           TO WGLOB-MSG-REF-INFO.
           MOVE WS-FROM-DT             TO WGLOB-MSG-PARM (1).
           MOVE WS-TO-DT               TO WGLOB-MSG-PARM (2).
           MOVE WS-WRKST-ISSUED-CNT    TO WS-PIC-COUNTER.
           MOVE WS-PIC-COUNTER         TO WGLOB-MSG-PARM (3).
           MOVE WS-ADD-CNT             TO WS-PIC-COUNTER.
           MOVE WS-PIC-COUNTER         TO WGLOB-MSG-PARM (4).
           PERFORM  0260-1000-GENERATE-MESSAGE
               THRU 0260-1000-GENERATE-MESSAGE-X.

      *MSG: REMOVALS @1 - CANCELLED IN THE SAME WINDOW, NOT SENT @2
           MOVE 'AS95100005'           TO WGLOB-MSG-REF-INFO.
           MOVE WS-RMVL-CNT            TO WS-PIC-COUNTER.
           MOVE WS-PIC-COUNTER         TO WGLOB-MSG-PARM (1).
           MOVE WS-SAME-WINDOW-CNT     TO WS-PIC-COUNTER.
           MOVE WS-PIC-COUNTER         TO WGLOB-MSG-PARM (2).
           PERFORM  0260-1000-GENERATE-MESSAGE
               THRU 0260-1000-GENERATE-MESSAGE-X.

       5000-PRINT-GRAND-TOTALS-X.
           EXIT.
      /
      *-----------------
       9999-CLOSE-FILES.
      *-----------------

           PERFORM  CLWX-4000-CLOSE
               THRU CLWX-4000-CLOSE-X.

           PERFORM  WDRW-5000-CLOSE
               THRU WDRW-5000-CLOSE-X.

           PERFORM  RUPL-4000-CLOSE
               THRU RUPL-4000-CLOSE-X.

           PERFORM  UCLI-4000-CLOSE
               THRU UCLI-4000-CLOSE-X.

           PERFORM  PDSX-5000-CLOSE
               THRU PDSX-5000-CLOSE-X.

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
       COPY ACPECLWX.
      /
       COPY ACPIWDRW.
      /
       COPY ACPIPDSX.
      /
      *****************************************************************
      * ERROR HANDLING ROUTINES                                       *
      *****************************************************************

       COPY XCPL0030.

       COPY XCPL0260.

      *****************************************************************
      **                 END OF PROGRAM ASBM9510                     **
      *****************************************************************
