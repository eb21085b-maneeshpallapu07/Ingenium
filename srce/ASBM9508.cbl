      *************************
       IDENTIFICATION DIVISION.
      *************************

       PROGRAM-ID. ASBM9508.

       COPY XCWWCRHT.

      *****************************************************************
      **  MEMBER :  ASBM9508                                         **
      **  REMARKS:  ORIGINAL-POLICY TERMINATION INSTRUCTION FEED.    **
      **            MATCHES THE RUPOL DRIVER EXTRACT AGAINST THE     **
      **            RUCNV POLICY CONVERSION EXTRACT ON APP-ID (BOTH  **
      **            SORTED ASCENDING BY APP-ID) AND, FOR EVERY       **
      **            CONVERSION APPLICATION THAT ISSUED IN THE RUN    **
      **            WINDOW, WRITES ONE TRMX INSTRUCTION PER RUCNV    **
      **            ORIGINAL POLICY SO THE POLICY ADMINISTRATION     **
      **            SYSTEM TERMINATES THE ORIGINAL INSTEAD OF        **
      **            WAITING ON A MANUAL MEMO.  THE INSTRUCTION       **
      **            CARRIES THE ORIGINAL POLICY, THE TERMINATION     **
      **            EFFECTIVE DATE (THE CONVERSION ISSUE EFFECTIVE   **
      **            DATE, ELSE THE DATE THE APPLICATION CONVERTED)   **
      **            AND THE NEW POLICY NUMBER.  A CONVERTED          **
      **            APPLICATION WITH NO RUCNV ROW, OR A RUCNV ROW    **
      **            WITHOUT AN ORIGINAL POLICY, IS REPORTED AND      **
      **            ENDS THE STEP RC 4.  THE TRMX FILE OF EVERY RUN  **
      **            IS KEPT - ASBM9509 READS THE HISTORY TO CHASE    **
      **            ORIGINALS STILL IN FORCE.                        **
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
903318**  15OCT26  DEV    NEW PROGRAM                                **
      *****************************************************************

      **********************
       ENVIRONMENT DIVISION.
      **********************

       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY ACSSTRMX.

      ***************
       DATA DIVISION.
      ***************

       FILE SECTION.

       COPY ACSDTRMX.

       COPY ACSRTRMX.

       WORKING-STORAGE SECTION.

       COPY XCWWPGWS REPLACING '$VAR1' BY 'ASBM9508'.

       COPY SQLCA.

       01  WS-COUNTERS.
           05  WS-RUPOL-REC-READ            PIC 9(07)  VALUE ZEROS.
           05  WS-UCNV-REC-READ             PIC 9(07)  VALUE ZEROS.
           05  WS-CNVR-ISSUED-CNT           PIC 9(07)  VALUE ZEROS.
           05  WS-CNVR-NO-RUCNV-CNT         PIC 9(07)  VALUE ZEROS.
           05  WS-NO-ORIG-POL-CNT           PIC 9(07)  VALUE ZEROS.
           05  WS-TRMX-DTL-CNT              PIC 9(07)  VALUE ZEROS.
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
           05  WS-CNV-ROW-COUNT             PIC S9(05) COMP-3.
           05  WS-CNVR-IN-WINDOW-SW         PIC X(01).
               88  WS-CNVR-IN-WINDOW              VALUE 'Y'.
               88  WS-CNVR-NOT-IN-WINDOW          VALUE 'N'.
           05  WS-MAX-RC                    PIC 9(02)  VALUE ZERO.
      /
       COPY XCWTFCMD.
      /
       COPY ACSWRUPL.
       COPY ACSWUCNV.
       COPY ACSWTRMX.
      /
      *****************************************************************
      * INPUT PARAMETER INFORMATION                                   *
      *****************************************************************

       01  WGLOB-GLOBAL-AREA.
       COPY XCWWGLOB.

       COPY ACFRUPOL.

       COPY ACFRUCNV.
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

           PERFORM  UCNV-1000-READ
               THRU UCNV-1000-READ-X.

           PERFORM  1000-PROCESS-RUPOL
               THRU 1000-PROCESS-RUPOL-X
               UNTIL WRUPL-SEQ-IO-EOF.

           PERFORM  4500-WRITE-TRAILER
               THRU 4500-WRITE-TRAILER-X.

           PERFORM  5000-PRINT-GRAND-TOTALS
               THRU 5000-PRINT-GRAND-TOTALS-X.

           PERFORM  9999-CLOSE-FILES
               THRU 9999-CLOSE-FILES-X.

           IF   WS-CNVR-NO-RUCNV-CNT   > ZERO
           OR   WS-NO-ORIG-POL-CNT     > ZERO
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

           PERFORM  UCNV-3000-OPEN-INPUT
               THRU UCNV-3000-OPEN-INPUT-X.

           PERFORM  TRMX-4000-OPEN-OUTPUT
               THRU TRMX-4000-OPEN-OUTPUT-X.

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
                MOVE 'AS95080001'      TO WGLOB-MSG-REF-INFO
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

      * ONLY A CONVERSION APPLICATION THAT ISSUED IN THE WINDOW
      * REPLACES ITS ORIGINAL POLICY TODAY.

           SET  WS-CNVR-NOT-IN-WINDOW  TO TRUE.

           IF   RUPOL-POL-CNVR-KEY-NUM-N  NOT = ZERO
           AND  RUPOL-POL-ASGN
           AND  RUPOL-POL-CNV-DT      NOT < WS-FROM-DT
           AND  RUPOL-POL-CNV-DT      NOT > WS-TO-DT
                SET  WS-CNVR-IN-WINDOW TO TRUE
                ADD  1                 TO WS-CNVR-ISSUED-CNT
           END-IF.

           PERFORM  2100-MATCH-UCNV
               THRU 2100-MATCH-UCNV-X.

           IF   WS-CNVR-IN-WINDOW
           AND  WS-CNV-ROW-COUNT       = ZERO
                ADD  1                 TO WS-CNVR-NO-RUCNV-CNT
      *MSG: CONVERSION APP @1 POLICY @2 ISSUED WITH NO RUCNV ROW
                MOVE 'AS95080002'      TO WGLOB-MSG-REF-INFO
                MOVE RUPOL-APP-ID      TO WGLOB-MSG-PARM (1)
                MOVE RUPOL-POL-ID      TO WGLOB-MSG-PARM (2)
                PERFORM  0260-1000-GENERATE-MESSAGE
                    THRU 0260-1000-GENERATE-MESSAGE-X
           END-IF.

           PERFORM  RUPL-1000-READ
               THRU RUPL-1000-READ-X.

       1000-PROCESS-RUPOL-X.
           EXIT.
      /
      *-----------------
       2100-MATCH-UCNV.
      *-----------------

      * SKIP ANY RUCNV ROWS LEFT OVER FROM AN APPLICATION THAT HAS NO
      * MATCHING RUPOL ROW (SHOULD NOT NORMALLY OCCUR).

           PERFORM  2110-UCNV-READ-AHEAD
               THRU 2110-UCNV-READ-AHEAD-X
               UNTIL WUCNV-SEQ-IO-EOF
               OR    RUCNV-APP-ID NOT LESS THAN RUPOL-APP-ID.

           MOVE ZERO                   TO WS-CNV-ROW-COUNT.

           PERFORM  2120-UCNV-CONSUME-GROUP
               THRU 2120-UCNV-CONSUME-GROUP-X
               UNTIL WUCNV-SEQ-IO-EOF
               OR    RUCNV-APP-ID NOT = RUPOL-APP-ID.

       2100-MATCH-UCNV-X.
           EXIT.
      /
      *-----------------------
       2110-UCNV-READ-AHEAD.
      *-----------------------

           PERFORM  UCNV-1000-READ
               THRU UCNV-1000-READ-X.

       2110-UCNV-READ-AHEAD-X.
           EXIT.
      /
      *--------------------------
       2120-UCNV-CONSUME-GROUP.
      *--------------------------

           ADD  1                      TO WS-UCNV-REC-READ.
           ADD  1                      TO WS-CNV-ROW-COUNT.

           IF   WS-CNVR-IN-WINDOW
                PERFORM  2130-WRITE-TRMX-REC
                    THRU 2130-WRITE-TRMX-REC-X
           END-IF.

           PERFORM  UCNV-1000-READ
               THRU UCNV-1000-READ-X.

       2120-UCNV-CONSUME-GROUP-X.
           EXIT.
      /
      *-----------------------
       2130-WRITE-TRMX-REC.
      *-----------------------

           IF   RUCNV-ORIG-POL-ID      = SPACES OR LOW-VALUES
                ADD  1                 TO WS-NO-ORIG-POL-CNT
      *MSG: CONVERSION APP @1 SEQ @2 HAS NO ORIGINAL POLICY - NOT SENT
                MOVE 'AS95080003'      TO WGLOB-MSG-REF-INFO
                MOVE RUCNV-APP-ID      TO WGLOB-MSG-PARM (1)
                MOVE RUCNV-SEQ-NUM     TO WGLOB-MSG-PARM (2)
                PERFORM  0260-1000-GENERATE-MESSAGE
                    THRU 0260-1000-GENERATE-MESSAGE-X
                GO TO 2130-WRITE-TRMX-REC-X
           END-IF.

           MOVE SPACES                 TO RTRMX-SEQ-REC-INFO.
           SET  RTRMX-REC-TYP-DETAIL   TO TRUE.
           MOVE RUCNV-ORIG-POL-ID      TO RTRMX-ORIG-POL-ID.

           IF   RUCNV-CNVR-ISS-EFF-DT  > SPACES
                MOVE RUCNV-CNVR-ISS-EFF-DT
                                       TO RTRMX-TERM-EFF-DT
           ELSE
                MOVE RUPOL-POL-CNV-DT  TO RTRMX-TERM-EFF-DT
           END-IF.

           MOVE RUPOL-POL-ID           TO RTRMX-NEW-POL-ID.
           MOVE RUPOL-APP-ID           TO RTRMX-APP-ID.
           MOVE RUCNV-SEQ-NUM          TO RTRMX-CNVR-SEQ-NUM.
           MOVE RUPOL-POL-CNV-DT       TO RTRMX-POL-CNV-DT.
           MOVE RUCNV-ORIG-SML-PROD-CD TO RTRMX-ORIG-SML-PROD-CD.
           MOVE RUCNV-ORIG-PMT-MTHD-CD TO RTRMX-ORIG-PMT-MTHD-CD.

           PERFORM  TRMX-2000-WRITE
               THRU TRMX-2000-WRITE-X.

           ADD  1                      TO WS-TRMX-DTL-CNT.

       2130-WRITE-TRMX-REC-X.
           EXIT.
      /
      *-------------------
       4500-WRITE-TRAILER.
      *-------------------

           MOVE SPACES                 TO RTRMX-SEQ-REC-INFO.
           SET  RTRMX-REC-TYP-TRAILER  TO TRUE.
           MOVE WS-FROM-DT             TO RTRMX-TRL-FROM-DT.
           MOVE WS-TO-DT               TO RTRMX-TRL-TO-DT.
           MOVE WS-TRMX-DTL-CNT        TO RTRMX-TRL-DTL-CNT.

           PERFORM  TRMX-2000-WRITE
               THRU TRMX-2000-WRITE-X.

       4500-WRITE-TRAILER-X.
           EXIT.
      /
      *------------------------
       5000-PRINT-GRAND-TOTALS.
      *------------------------

      *MSG: CONVERSIONS ISSUED @1 TO @2 - @3, TERMINATIONS SENT @4
           MOVE 'AS95080004'           TO WGLOB-MSG-REF-INFO.
           MOVE WS-FROM-DT             TO WGLOB-MSG-PARM (1).
           MOVE WS-TO-DT               TO WGLOB-MSG-PARM (2).
           MOVE WS-CNVR-ISSUED-CNT     TO WS-PIC-COUNTER.
           MOVE WS-PIC-COUNTER         TO WGLOB-MSG-PARM (3).
           MOVE WS-TRMX-DTL-CNT        TO WS-PIC-COUNTER.
           MOVE WS-PIC-COUNTER         TO WGLOB-MSG-PARM (4).
           PERFORM  0260-1000-GENERATE-MESSAGE
               THRU 0260-1000-GENERATE-MESSAGE-X.

      *MSG: RUPOL READ @1, RUCNV READ @2, NO RUCNV @3, NO ORIGINAL @4
           MOVE 'AS95080005'           TO WGLOB-MSG-REF-INFO.
           MOVE WS-RUPOL-REC-READ      TO WS-PIC-COUNTER.
           MOVE WS-PIC-COUNTER         TO WGLOB-MSG-PARM (1).
           MOVE WS-UCNV-REC-READ       TO WS-PIC-COUNTER.
           MOVE WS-PIC-COUNTER         TO WGLOB-MSG-PARM (2).
           MOVE WS-CNVR-NO-RUCNV-CNT   TO WS-PIC-COUNTER.
           MOVE WS-PIC-COUNTER         TO WGLOB-MSG-PARM (3).
           MOVE WS-NO-ORIG-POL-CNT     TO WS-PIC-COUNTER.
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

           PERFORM  UCNV-4000-CLOSE
               THRU UCNV-4000-CLOSE-X.

           PERFORM  TRMX-5000-CLOSE
               THRU TRMX-5000-CLOSE-X.

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
       COPY ACPAUCNV.
       COPY ACPNUCNV.
       COPY ACPOUCNV.
       COPY ACPLUCNV.
      /
       COPY ACPITRMX.
      /
      *****************************************************************
      * ERROR HANDLING ROUTINES                                       *
      *****************************************************************

       COPY XCPL0030.

       COPY XCPL0260.

      *****************************************************************
      **                 END OF PROGRAM ASBM9508                     **
      *****************************************************************
