      *************************
       IDENTIFICATION DIVISION.
      *************************

       PROGRAM-ID. ASBM9517.

       COPY XCWWCRHT.

      *****************************************************************
      **  MEMBER :  ASBM9517                                         **
      **  REMARKS:  TARGET-HIT CONVERSION REGISTER FEED.  MATCHES    **
      **            THE RUPOL DRIVER EXTRACT AGAINST THE RUCVG       **
      **            COVERAGE EXTRACT ON APP-ID (BOTH SORTED          **
      **            ASCENDING BY APP-ID) AND, FOR EVERY APPLICATION  **
      **            THAT ISSUED IN THE RUN WINDOW, WRITES ONE THRX   **
      **            REGISTER ROW PER VARIABLE COVERAGE CARRYING A    **
      **            TARGET-HIT CONVERSION RATE - THE RATE AT WHICH   **
      **            THE CUSTOMER ASKED FOR THE FUND VALUE TO BE      **
      **            SWITCHED INTO THE GENERAL ACCOUNT - SO THE       **
      **            POLICY ADMINISTRATION MONITORING JOB CAN WATCH   **
      **            FOR IT.  THE ROW CARRIES THE POLICY, COVERAGE,   **
      **            TARGET RATE AND INITIAL FUND BASIS (THE INITIAL  **
      **            PREMIUM, LUMP SUM AND CONVERSION AMOUNTS GOING   **
      **            TO THE SEPARATE ACCOUNT FUNDS).  A RATE THAT IS  **
      **            NOT A WHOLE PERCENTAGE, OR A RATE ON A COVERAGE  **
      **            WITH NO SEPARATE ACCOUNT MONEY, IS REPORTED AND  **
      **            NOT SENT, AND ENDS THE STEP RC 4.  THE THRX FILE **
      **            OF EVERY RUN IS KEPT - ASBM9518 READS THE        **
      **            HISTORY TO RECONCILE THE ADMINISTRATION SIDE'S   **
      **            ACKNOWLEDGEMENTS.                                **
      **                                                             **
      **            JCL PARM:  BYTES 1-2   COMPANY                   **
      **                       BYTES 3-12  FROM CONVERSION DATE      **
      **                                   (CCYY-MM-DD, DEFAULT -    **
      **                                   THE RUN DATE)             **
      **                       BYTES 13-22 TO CONVERSION DATE        **
      **                                   (DEFAULT - THE FROM DATE) **
      **                                                             **
      **  DOMAIN :  UW                                               **
      **  CLASS  :  PD                                               **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
284617**  15OCT26  DEV    NEW PROGRAM                                **
      *****************************************************************

      **********************
       ENVIRONMENT DIVISION.
      **********************

       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY ACSSTHRX.

      ***************
       DATA DIVISION.
      ***************

       FILE SECTION.

       COPY ACSDTHRX.

       COPY ACSRTHRX.

       WORKING-STORAGE SECTION.

       COPY XCWWPGWS REPLACING '$VAR1' BY 'ASBM9517'.

       COPY SQLCA.

       01  WS-COUNTERS.
           05  WS-RUPOL-REC-READ            PIC 9(07)  VALUE ZEROS.
           05  WS-UCVG-REC-READ             PIC 9(07)  VALUE ZEROS.
           05  WS-POL-ISSUED-CNT            PIC 9(07)  VALUE ZEROS.
           05  WS-BAD-RATE-CNT              PIC 9(07)  VALUE ZEROS.
           05  WS-NO-FND-BASIS-CNT          PIC 9(07)  VALUE ZEROS.
           05  WS-THRX-DTL-CNT              PIC 9(07)  VALUE ZEROS.
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
           05  WS-TRG-HIT-RT                PIC X(03).
           05  WS-TRG-HIT-RT-N              REDEFINES
               WS-TRG-HIT-RT                PIC 9(03).
           05  WS-INIT-FND-BASIS-AMT        PIC S9(13)V9(02) COMP-3.
           05  WS-POL-IN-WINDOW-SW          PIC X(01).
               88  WS-POL-IN-WINDOW               VALUE 'Y'.
               88  WS-POL-NOT-IN-WINDOW           VALUE 'N'.
           05  WS-MAX-RC                    PIC 9(02)  VALUE ZERO.
      /
       COPY XCWTFCMD.
      /
       COPY ACSWRUPL.
       COPY ACSWUCVG.
       COPY ACSWTHRX.
      /
      *****************************************************************
      * INPUT PARAMETER INFORMATION                                   *
      *****************************************************************

       01  WGLOB-GLOBAL-AREA.
       COPY XCWWGLOB.

       COPY ACFRUPOL.

       COPY ACFRUCVG.
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

           PERFORM  RUPL-1000-READ
               THRU RUPL-1000-READ-X.

           PERFORM  UCVG-1000-READ
               THRU UCVG-1000-READ-X.

           PERFORM  1000-PROCESS-RUPOL
               THRU 1000-PROCESS-RUPOL-X
               UNTIL WRUPL-SEQ-IO-EOF.

           PERFORM  4500-WRITE-TRAILER
               THRU 4500-WRITE-TRAILER-X.

           PERFORM  5000-PRINT-GRAND-TOTALS
               THRU 5000-PRINT-GRAND-TOTALS-X.

           PERFORM  9999-CLOSE-FILES
               THRU 9999-CLOSE-FILES-X.

           IF   WS-BAD-RATE-CNT        > ZERO
           OR   WS-NO-FND-BASIS-CNT    > ZERO
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

           PERFORM  UCVG-3000-OPEN-INPUT
               THRU UCVG-3000-OPEN-INPUT-X.

           PERFORM  THRX-4000-OPEN-OUTPUT
               THRU THRX-4000-OPEN-OUTPUT-X.

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
      *MSG: CONVERSION DATE WINDOW INVALID (@1 TO @2) - RUN ABORTED
                MOVE 'AS95170001'      TO WGLOB-MSG-REF-INFO
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
      *-------------------
       1000-PROCESS-RUPOL.
      *-------------------

           ADD  1                      TO WS-RUPOL-REC-READ.

      * ONLY AN APPLICATION THAT ISSUED IN THE WINDOW IS REGISTERED.

           SET  WS-POL-NOT-IN-WINDOW   TO TRUE.

           IF   RUPOL-POL-ASGN
           AND  RUPOL-POL-CNV-DT      NOT < WS-FROM-DT
           AND  RUPOL-POL-CNV-DT      NOT > WS-TO-DT
                SET  WS-POL-IN-WINDOW  TO TRUE
                ADD  1                 TO WS-POL-ISSUED-CNT
           END-IF.

           PERFORM  2100-MATCH-UCVG
               THRU 2100-MATCH-UCVG-X.

           PERFORM  RUPL-1000-READ
               THRU RUPL-1000-READ-X.

       1000-PROCESS-RUPOL-X.
           EXIT.
      /
      *-----------------
       2100-MATCH-UCVG.
      *-----------------

      * SKIP ANY RUCVG ROWS LEFT OVER FROM AN APPLICATION THAT HAS NO
      * MATCHING RUPOL ROW (SHOULD NOT NORMALLY OCCUR).

           PERFORM  2110-UCVG-READ-AHEAD
               THRU 2110-UCVG-READ-AHEAD-X
               UNTIL WUCVG-SEQ-IO-EOF
               OR    RUCVG-APP-ID NOT LESS THAN RUPOL-APP-ID.

           PERFORM  2120-UCVG-CONSUME-GROUP
               THRU 2120-UCVG-CONSUME-GROUP-X
               UNTIL WUCVG-SEQ-IO-EOF
               OR    RUCVG-APP-ID NOT = RUPOL-APP-ID.

       2100-MATCH-UCVG-X.
           EXIT.
      /
      *-----------------------
       2110-UCVG-READ-AHEAD.
      *-----------------------

           PERFORM  UCVG-1000-READ
               THRU UCVG-1000-READ-X.

       2110-UCVG-READ-AHEAD-X.
           EXIT.
      /
      *--------------------------
       2120-UCVG-CONSUME-GROUP.
      *--------------------------

           ADD  1                      TO WS-UCVG-REC-READ.

           IF   WS-POL-IN-WINDOW
           AND  RUCVG-TRG-HIT-CNVR-RT  > SPACES
                PERFORM  2130-WRITE-THRX-REC
                    THRU 2130-WRITE-THRX-REC-X
           END-IF.

           PERFORM  UCVG-1000-READ
               THRU UCVG-1000-READ-X.

       2120-UCVG-CONSUME-GROUP-X.
           EXIT.
      /
      *-----------------------
       2130-WRITE-THRX-REC.
      *-----------------------

      * THE RATE IS A WHOLE PERCENTAGE OF THE FUND BASIS; THE UPLOAD
      * MAY SEND IT WITHOUT LEADING ZEROS.

           MOVE RUCVG-TRG-HIT-CNVR-RT  TO WS-TRG-HIT-RT.
           INSPECT WS-TRG-HIT-RT REPLACING LEADING SPACES BY ZEROS.

           IF   WS-TRG-HIT-RT          NOT NUMERIC
           OR   WS-TRG-HIT-RT-N        = ZERO
                ADD  1                 TO WS-BAD-RATE-CNT
      *MSG: APP @1 POLICY @2 PLAN @3 TARGET RATE @4 INVALID - NOT SENT
                MOVE 'AS95170002'      TO WGLOB-MSG-REF-INFO
                MOVE RUPOL-APP-ID      TO WGLOB-MSG-PARM (1)
                MOVE RUPOL-POL-ID      TO WGLOB-MSG-PARM (2)
                MOVE RUCVG-PLAN-ID     TO WGLOB-MSG-PARM (3)
                MOVE RUCVG-TRG-HIT-CNVR-RT
                                       TO WGLOB-MSG-PARM (4)
                PERFORM  0260-1000-GENERATE-MESSAGE
                    THRU 0260-1000-GENERATE-MESSAGE-X
                GO TO 2130-WRITE-THRX-REC-X
           END-IF.

      * ONLY MONEY ALLOCATED TO THE SEPARATE ACCOUNT FUNDS CAN HIT A
      * TARGET - A COVERAGE WITH NONE IS NOT A VARIABLE COVERAGE.

           COMPUTE WS-INIT-FND-BASIS-AMT = RUCVG-SA-INIT-PREM-AMT
                                         + RUCVG-SA-INIT-LMPSM-AMT
                                         + RUCVG-SA-CNVR-FND-AMT.

           IF   WS-INIT-FND-BASIS-AMT  NOT > ZERO
                ADD  1                 TO WS-NO-FND-BASIS-CNT
      *MSG: APP @1 POLICY @2 PLAN @3 HAS A TARGET BUT NO FUND BASIS
                MOVE 'AS95170003'      TO WGLOB-MSG-REF-INFO
                MOVE RUPOL-APP-ID      TO WGLOB-MSG-PARM (1)
                MOVE RUPOL-POL-ID      TO WGLOB-MSG-PARM (2)
                MOVE RUCVG-PLAN-ID     TO WGLOB-MSG-PARM (3)
                PERFORM  0260-1000-GENERATE-MESSAGE
                    THRU 0260-1000-GENERATE-MESSAGE-X
                GO TO 2130-WRITE-THRX-REC-X
           END-IF.

           MOVE SPACES                 TO RTHRX-SEQ-REC-INFO.
           SET  RTHRX-REC-TYP-DETAIL   TO TRUE.
           MOVE RUPOL-POL-ID           TO RTHRX-POL-ID.
           MOVE RUCVG-PLAN-ID          TO RTHRX-CVG-PLAN-ID.
           MOVE WS-TRG-HIT-RT-N        TO RTHRX-TRG-HIT-RT.
           MOVE WS-INIT-FND-BASIS-AMT  TO RTHRX-INIT-FND-BASIS-AMT.
           MOVE RUPOL-APP-ID           TO RTHRX-APP-ID.
           MOVE RUPOL-POL-CNV-DT       TO RTHRX-POL-CNV-DT.

           PERFORM  THRX-2000-WRITE
               THRU THRX-2000-WRITE-X.

           ADD  1                      TO WS-THRX-DTL-CNT.

       2130-WRITE-THRX-REC-X.
           EXIT.
      /
      *-------------------
       4500-WRITE-TRAILER.
      *-------------------

           MOVE SPACES                 TO RTHRX-SEQ-REC-INFO.
           SET  RTHRX-REC-TYP-TRAILER  TO TRUE.
           MOVE WS-FROM-DT             TO RTHRX-TRL-FROM-DT.
           MOVE WS-TO-DT               TO RTHRX-TRL-TO-DT.
           MOVE WS-THRX-DTL-CNT        TO RTHRX-TRL-DTL-CNT.

           PERFORM  THRX-2000-WRITE
               THRU THRX-2000-WRITE-X.

       4500-WRITE-TRAILER-X.
           EXIT.
      /
      *------------------------
       5000-PRINT-GRAND-TOTALS.
      *------------------------

      *MSG: POLICIES ISSUED @1 TO @2 - @3, TARGET ELECTIONS SENT @4
           MOVE 'AS95170004'           TO WGLOB-MSG-REF-INFO.
           MOVE WS-FROM-DT             TO WGLOB-MSG-PARM (1).
           MOVE WS-TO-DT               TO WGLOB-MSG-PARM (2).
           MOVE WS-POL-ISSUED-CNT      TO WS-PIC-COUNTER.
           MOVE WS-PIC-COUNTER         TO WGLOB-MSG-PARM (3).
           MOVE WS-THRX-DTL-CNT        TO WS-PIC-COUNTER.
           MOVE WS-PIC-COUNTER         TO WGLOB-MSG-PARM (4).
           PERFORM  0260-1000-GENERATE-MESSAGE
               THRU 0260-1000-GENERATE-MESSAGE-X.

      *MSG: RUPOL READ @1, RUCVG READ @2, BAD RATE @3, NO FUND BASIS @4
           MOVE 'AS95170005'           TO WGLOB-MSG-REF-INFO.
           MOVE WS-RUPOL-REC-READ      TO WS-PIC-COUNTER.
           MOVE WS-PIC-COUNTER         TO WGLOB-MSG-PARM (1).
           MOVE WS-UCVG-REC-READ       TO WS-PIC-COUNTER.
           MOVE WS-PIC-COUNTER         TO WGLOB-MSG-PARM (2).
           MOVE WS-BAD-RATE-CNT        TO WS-PIC-COUNTER.
           MOVE WS-PIC-COUNTER         TO WGLOB-MSG-PARM (3).
           MOVE WS-NO-FND-BASIS-CNT    TO WS-PIC-COUNTER.
           MOVE WS-PIC-COUNTER         TO WGLOB-MSG-PARM (4).
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

           PERFORM  UCVG-4000-CLOSE
               THRU UCVG-4000-CLOSE-X.

           PERFORM  THRX-5000-CLOSE
               THRU THRX-5000-CLOSE-X.

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
       COPY ACPAUCVG.
       COPY ACPNUCVG.
       COPY ACPOUCVG.
       COPY ACPLUCVG.
      /
       COPY ACPITHRX.
      /
      *****************************************************************
      * ERROR HANDLING ROUTINES                                       *
      *****************************************************************

       COPY XCPL0030.

       COPY XCPL0260.

      *****************************************************************
      **                 END OF PROGRAM ASBM9517                     **
      *****************************************************************
