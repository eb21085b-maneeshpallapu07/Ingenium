      *************************
       IDENTIFICATION DIVISION.
      *************************

       PROGRAM-ID. ASBM9509.

       COPY XCWWCRHT.

      *****************************************************************
      **  MEMBER :  ASBM9509                                         **
      **  REMARKS:  CONVERSION TERMINATION FOLLOW-UP.  READS THE     **
      **            HISTORY OF TRMX TERMINATION INSTRUCTIONS SENT    **
      **            BY ASBM9508 (EVERY RUN'S FILE CONCATENATED AND   **
      **            SORTED BY ORIGINAL POLICY NUMBER IN THE JCL)     **
      **            AGAINST THE POLICY ADMINISTRATION IN-FORCE       **
      **            EXTRACT (PAIF, SORTED BY POLICY NUMBER).  AN     **
      **            ORIGINAL POLICY STILL IN FORCE ON THE            **
      **            ADMINISTRATION SIDE MORE THAN THE GRACE PERIOD   **
      **            AFTER ITS INSTRUCTION WAS SENT - STILL BILLING   **
      **            THE CLIENT ALONGSIDE THE NEW POLICY - IS WRITTEN **
      **            TO THE TRMF FOLLOW-UP EXTRACT FOR THE            **
      **            CONVERSION DESK AND ENDS THE STEP RC 4.  AN      **
      **            INSTRUCTION SENT MORE THAN ONCE FOR THE SAME     **
      **            ORIGINAL IS CHASED ONCE.                         **
      **                                                             **
      **            JCL PARM:  BYTES 1-2   COMPANY                   **
      **                       BYTES 3-5   GRACE DAYS (DEFAULT 030)  **
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
       COPY ACSSPAIF.
       COPY ACSSTRMF.

      ***************
       DATA DIVISION.
      ***************

       FILE SECTION.

       COPY ACSDTRMX.

       COPY ACSRTRMX.

       COPY ACSDPAIF.

       COPY ACSRPAIF.

       COPY ACSDTRMF.

       COPY ACSRTRMF.

       WORKING-STORAGE SECTION.

       COPY XCWWPGWS REPLACING '$VAR1' BY 'ASBM9509'.

       COPY SQLCA.

       01  WS-COUNTERS.
           05  WS-TRMX-REC-READ             PIC 9(07)  VALUE ZEROS.
           05  WS-TRMX-DUP-CNT              PIC 9(07)  VALUE ZEROS.
           05  WS-IN-GRACE-CNT              PIC 9(07)  VALUE ZEROS.
           05  WS-CHECKED-CNT               PIC 9(07)  VALUE ZEROS.
           05  WS-TRMF-DTL-CNT              PIC 9(07)  VALUE ZEROS.
           05  WS-PIC-COUNTER               PIC Z(06)9.

      * GRACE PERIOD IN DAYS FROM THE CONVERSION DATE ON THE
      * INSTRUCTION - OVERRIDDEN ON THE PARM.

       01  WS-THRESHOLDS.
           05  WS-GRACE-DAYS                PIC 9(03)  VALUE 030.

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
           05  WS-RUN-DT-INT                PIC S9(09) COMP-3.
           05  WS-ISO-DT                    PIC X(10).
           05  WS-ISO-DT-CCYYMMDD-GRP.
               10  WS-ISO-DT-CCYY           PIC X(04).
               10  WS-ISO-DT-MM             PIC X(02).
               10  WS-ISO-DT-DD             PIC X(02).
           05  WS-ISO-DT-CCYYMMDD           REDEFINES
               WS-ISO-DT-CCYYMMDD-GRP       PIC 9(08).
           05  WS-ISO-DT-INT                PIC S9(09) COMP-3.
           05  WS-DAYS-OUTSTND              PIC S9(07) COMP-3.
           05  WS-PREV-ORIG-POL-ID          PIC X(07)  VALUE SPACES.
           05  WS-ORIG-POL-KEY              PIC X(10).
           05  WS-MAX-RC                    PIC 9(02)  VALUE ZERO.
      /
       COPY XCWTFCMD.
      /
       COPY ACSWTRMX.
       COPY ACSWPAIF.
       COPY ACSWTRMF.
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
               10  LK-GRACE-DAYS           PIC X(03).
               10  FILLER                  PIC X(25).
      /
       PROCEDURE DIVISION USING LK-PARM-AREA.

      *--------------
       0000-MAINLINE.
      *--------------

           PERFORM  0100-OPEN-FILES
               THRU 0100-OPEN-FILES-X.

           PERFORM  0200-INITIALIZE
               THRU 0200-INITIALIZE-X.

           PERFORM  TRMX-1000-READ
               THRU TRMX-1000-READ-X.

           PERFORM  PAIF-1000-READ
               THRU PAIF-1000-READ-X.

           PERFORM  1000-PROCESS-INSTRUCTION
               THRU 1000-PROCESS-INSTRUCTION-X
               UNTIL WTRMX-SEQ-IO-EOF.

           PERFORM  4500-WRITE-TRAILER
               THRU 4500-WRITE-TRAILER-X.

           PERFORM  5000-PRINT-GRAND-TOTALS
               THRU 5000-PRINT-GRAND-TOTALS-X.

           PERFORM  9999-CLOSE-FILES
               THRU 9999-CLOSE-FILES-X.

           IF   WS-TRMF-DTL-CNT        > ZERO
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

           PERFORM  TRMX-3000-OPEN-INPUT
               THRU TRMX-3000-OPEN-INPUT-X.

           PERFORM  PAIF-3000-OPEN-INPUT
               THRU PAIF-3000-OPEN-INPUT-X.

           PERFORM  TRMF-4000-OPEN-OUTPUT
               THRU TRMF-4000-OPEN-OUTPUT-X.

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

           COMPUTE WS-RUN-DT-INT =
               FUNCTION INTEGER-OF-DATE (WS-RUN-DT-CCYYMMDD).

           IF   LK-PARM-LEN                  > ZERO
           AND  LK-COMPANY-CODE              > SPACES
                MOVE LK-COMPANY-CODE    TO WGLOB-COMPANY-CODE
           END-IF.

           IF   LK-PARM-LEN                  > 2
           AND  LK-GRACE-DAYS                IS NUMERIC
                MOVE LK-GRACE-DAYS      TO WS-GRACE-DAYS
           END-IF.

       0200-INITIALIZE-X.
           EXIT.
      /
      *-------------------------
       1000-PROCESS-INSTRUCTION.
      *-------------------------

           ADD  1                      TO WS-TRMX-REC-READ.

           IF   NOT RTRMX-REC-TYP-DETAIL
                GO TO 1000-PROCESS-INSTRUCTION-R
           END-IF.

      * A RERUN OF THE FEED CAN SEND THE SAME ORIGINAL TWICE - IT IS
      * CHASED ONCE.

           IF   RTRMX-ORIG-POL-ID      = WS-PREV-ORIG-POL-ID
                ADD  1                 TO WS-TRMX-DUP-CNT
                GO TO 1000-PROCESS-INSTRUCTION-R
           END-IF.

           MOVE RTRMX-ORIG-POL-ID      TO WS-PREV-ORIG-POL-ID.

           MOVE RTRMX-POL-CNV-DT       TO WS-ISO-DT.
           PERFORM  7000-ISO-DATE-TO-INT
               THRU 7000-ISO-DATE-TO-INT-X.

           IF   WS-ISO-DT-INT          = ZERO
                MOVE ZERO              TO WS-DAYS-OUTSTND
           ELSE
                COMPUTE WS-DAYS-OUTSTND = WS-RUN-DT-INT
                                        - WS-ISO-DT-INT
           END-IF.

           IF   WS-DAYS-OUTSTND    NOT > WS-GRACE-DAYS
                ADD  1                 TO WS-IN-GRACE-CNT
                GO TO 1000-PROCESS-INSTRUCTION-R
           END-IF.

           ADD  1                      TO WS-CHECKED-CNT.

           MOVE RTRMX-ORIG-POL-ID      TO WS-ORIG-POL-KEY.

           PERFORM  2100-PAIF-READ-AHEAD
               THRU 2100-PAIF-READ-AHEAD-X
               UNTIL WPAIF-SEQ-IO-EOF
               OR    RPAIF-POL-ID NOT LESS THAN WS-ORIG-POL-KEY.

           IF   NOT WPAIF-SEQ-IO-EOF
           AND  RPAIF-POL-ID           = WS-ORIG-POL-KEY
                PERFORM  2200-WRITE-TRMF-REC
                    THRU 2200-WRITE-TRMF-REC-X
           END-IF.

       1000-PROCESS-INSTRUCTION-R.

           PERFORM  TRMX-1000-READ
               THRU TRMX-1000-READ-X.

       1000-PROCESS-INSTRUCTION-X.
           EXIT.
      /
      *-----------------------
       2100-PAIF-READ-AHEAD.
      *-----------------------

           PERFORM  PAIF-1000-READ
               THRU PAIF-1000-READ-X.

       2100-PAIF-READ-AHEAD-X.
           EXIT.
      /
      *----------------------
       2200-WRITE-TRMF-REC.
      *----------------------

           MOVE SPACES                 TO RTRMF-SEQ-REC-INFO.
           SET  RTRMF-REC-TYP-DETAIL   TO TRUE.
           MOVE RTRMX-ORIG-POL-ID      TO RTRMF-ORIG-POL-ID.
           MOVE RTRMX-NEW-POL-ID       TO RTRMF-NEW-POL-ID.
           MOVE RTRMX-APP-ID           TO RTRMF-APP-ID.
           MOVE RTRMX-TERM-EFF-DT      TO RTRMF-TERM-EFF-DT.
           MOVE RTRMX-POL-CNV-DT       TO RTRMF-POL-CNV-DT.
           MOVE WS-DAYS-OUTSTND        TO RTRMF-DAYS-OUTSTND.
           MOVE RPAIF-STAT-CD          TO RTRMF-ADM-STAT-CD.
           MOVE RPAIF-PAID-TO-DT       TO RTRMF-ADM-PAID-TO-DT.

           PERFORM  TRMF-2000-WRITE
               THRU TRMF-2000-WRITE-X.

           ADD  1                      TO WS-TRMF-DTL-CNT.

       2200-WRITE-TRMF-REC-X.
           EXIT.
      /
      *-------------------
       4500-WRITE-TRAILER.
      *-------------------

           MOVE SPACES                 TO RTRMF-SEQ-REC-INFO.
           SET  RTRMF-REC-TYP-TRAILER  TO TRUE.
           MOVE WS-RUN-DT-ISO          TO RTRMF-TRL-RUN-DT.
           MOVE WS-GRACE-DAYS          TO RTRMF-TRL-GRACE-DAYS.
           MOVE WS-CHECKED-CNT         TO RTRMF-TRL-CHECKED-CNT.
           MOVE WS-TRMF-DTL-CNT        TO RTRMF-TRL-DTL-CNT.

           PERFORM  TRMF-2000-WRITE
               THRU TRMF-2000-WRITE-X.

       4500-WRITE-TRAILER-X.
           EXIT.
      /
      *------------------------
       5000-PRINT-GRAND-TOTALS.
      *------------------------

      *MSG: INSTRUCTIONS READ @1, DUPLICATES @2, IN GRACE @3, CHECKED @4
           MOVE 'AS95090001'           TO WGLOB-MSG-REF-INFO.
           MOVE WS-TRMX-REC-READ       TO WS-PIC-COUNTER.
           MOVE WS-PIC-COUNTER         TO WGLOB-MSG-PARM (1).
           MOVE WS-TRMX-DUP-CNT        TO WS-PIC-COUNTER.
           MOVE WS-PIC-COUNTER         TO WGLOB-MSG-PARM (2).
           MOVE WS-IN-GRACE-CNT        TO WS-PIC-COUNTER.
           MOVE WS-PIC-COUNTER         TO WGLOB-MSG-PARM (3).
           MOVE WS-CHECKED-CNT         TO WS-PIC-COUNTER.
           MOVE WS-PIC-COUNTER         TO WGLOB-MSG-PARM (4).
           PERFORM  0260-1000-GENERATE-MESSAGE
               THRU 0260-1000-GENERATE-MESSAGE-X.

      *MSG: ORIGINALS STILL IN FORCE AFTER @1 DAYS GRACE - @2
           MOVE 'AS95090002'           TO WGLOB-MSG-REF-INFO.
           MOVE WS-GRACE-DAYS          TO WGLOB-MSG-PARM (1).
           MOVE WS-TRMF-DTL-CNT        TO WS-PIC-COUNTER.
           MOVE WS-PIC-COUNTER         TO WGLOB-MSG-PARM (2).
           PERFORM  0260-1000-GENERATE-MESSAGE
               THRU 0260-1000-GENERATE-MESSAGE-X.

       5000-PRINT-GRAND-TOTALS-X.
           EXIT.
      /
      *---------------------
       7000-ISO-DATE-TO-INT.
      *---------------------

      * CONVERTS THE ISO CCYY-MM-DD DATE IN WS-ISO-DT TO AN INTEGER
      * DAY NUMBER; AN UNREADABLE DATE RETURNS ZERO.

           MOVE ZERO                   TO WS-ISO-DT-INT.

           MOVE WS-ISO-DT (1:4)        TO WS-ISO-DT-CCYY.
           MOVE WS-ISO-DT (6:2)        TO WS-ISO-DT-MM.
           MOVE WS-ISO-DT (9:2)        TO WS-ISO-DT-DD.

           IF   WS-ISO-DT-CCYYMMDD-GRP NOT NUMERIC
           OR   WS-ISO-DT-CCYYMMDD     = ZERO
                GO TO 7000-ISO-DATE-TO-INT-X
           END-IF.

           COMPUTE WS-ISO-DT-INT =
               FUNCTION INTEGER-OF-DATE (WS-ISO-DT-CCYYMMDD).

       7000-ISO-DATE-TO-INT-X.
           EXIT.
      /
      *-----------------
       9999-CLOSE-FILES.
      *-----------------

           PERFORM  TRMX-5000-CLOSE
               THRU TRMX-5000-CLOSE-X.

           PERFORM  PAIF-5000-CLOSE
               THRU PAIF-5000-CLOSE-X.

           PERFORM  TRMF-5000-CLOSE
               THRU TRMF-5000-CLOSE-X.

       9999-CLOSE-FILES-X.
           EXIT.
      /
      *****************************************************************
      * I/O PROCESSING COPYBOOKS                                      *
      *****************************************************************

       COPY ACPITRMX.
      /
       COPY ACPIPAIF.
      /
       COPY ACPITRMF.
      /
      *****************************************************************
      * ERROR HANDLING ROUTINES                                       *
      *****************************************************************

       COPY XCPL0030.

       COPY XCPL0260.

      *****************************************************************
      **                 END OF PROGRAM ASBM9509                     **
      *****************************************************************
