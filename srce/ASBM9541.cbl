      *************************
       IDENTIFICATION DIVISION.
      *************************

       PROGRAM-ID. ASBM9541.

       COPY XCWWCRHT.

      *****************************************************************
      **  MEMBER :  ASBM9541                                         **
      **  REMARKS:  ELDERLY APPLICANT PROTECTION EDIT.  WHEN THE     **
      **            INSURED OR THE OWNER IS AT OR OVER THE ELDERLY   **
      **            AGE THRESHOLD A FAMILY MEMBER MUST HAVE BEEN     **
      **            PRESENT AT THE SALE OR A SECOND MEETING HELD,    **
      **            AND THE APPLICANT MUST BE CALLED TO CONFIRM THE  **
      **            APPLICATION BEFORE THE POLICY IS ISSUED.  THESE  **
      **            RULES WERE ENFORCED ONLY BY BRANCH CHECKLISTS.   **
      **                                                             **
      **            THE PROGRAM READS THE RUPOL DRIVER EXTRACT WITH  **
      **            THE UCLI CLIENT EXTRACT (BOTH SORTED BY APP ID). **
      **            AGE IS AGE LAST BIRTHDAY ON THE APPLICATION DATE **
      **            (RUPOL-APP-RPT-DT, ELSE THE UPLOAD DATE) FROM    **
      **            THE BIRTH DATE OF EACH INDIVIDUAL INSURED AND    **
      **            OWNER.  AN APPLICATION UPLOADED ON THE RUN DATE  **
      **            THAT HAS NOT CONVERTED OR BEEN REJECTED IS HELD  **
      **            ON THE ELHL FILE WHEN NEITHER THE FAMILY         **
      **            ATTENDANCE INDICATOR IS 'Y' NOR A SECOND         **
      **            INTERVIEW DATE ON OR AFTER THE APPLICATION DATE  **
      **            IS RECORDED, AND - UNTIL RUPOL-CNFRM-CALL-IND IS **
      **            'Y' - CARRIES AN OPEN PRE-ISSUE CONFIRMATION     **
      **            CALL.  ASBM9428 MERGES THE HOLDS INTO THE WORK   **
      **            QUEUE AS 'EA' (EVIDENCE) AND 'EC' (CONFIRMATION  **
      **            CALL) ITEMS FOR THE BRANCH TO WORK.  THE         **
      **            CONVERSION ITSELF IS REFUSED BY THE SAME EDIT IN **
      **            THE ASBM2100 IMPORT (7892-CHECK-ELDERLY-         **
      **            APPLICANT); THIS RUN ONLY RAISES AND MONITORS    **
      **            THE HOLDS.                                       **
      **                                                             **
      **            AS A BACKSTOP, AN ELDERLY APPLICATION THAT       **
      **            CONVERTED ON THE NIGHT BEING PROCESSED (THE      **
      **            UPLOAD DATE BELOW) WITHOUT THE CONFIRMATION CALL **
      **            OR THE ATTENDANCE EVIDENCE IS REPORTED AS A      **
      **            SEVERE ERROR AND ENDS THE RUN RC 8 - THE CALL    **
      **            WAS DUE BEFORE ISSUE, NOT AFTER.  A RE-CUT OF AN **
      **            EARLIER NIGHT CHECKS THAT NIGHT'S CONVERSIONS.   **
      **                                                             **
      **            JCL PARM:  BYTES 1-2   COMPANY                   **
      **                       BYTES 3-12  UPLOAD DATE CCYY-MM-DD    **
      **                                   (DEFAULT THE RUN DATE)    **
      **                       BYTES 13-15 ELDERLY AGE THRESHOLD     **
      **                                   (DEFAULT 070)             **
      **                                                             **
      **  DOMAIN :  UW                                               **
      **  CLASS  :  PD                                               **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
263951**  15OCT26  DEV    NEW PROGRAM                                **
      *****************************************************************

      **********************
       ENVIRONMENT DIVISION.
      **********************

       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY ACSSELHL.

      ***************
       DATA DIVISION.
      ***************

       FILE SECTION.

       COPY ACSDELHL.

       COPY ACSRELHL.

       WORKING-STORAGE SECTION.

       COPY XCWWPGWS REPLACING '$VAR1' BY 'ASBM9541'.

       COPY SQLCA.

       01  WS-COUNTERS.
           05  WS-RUPOL-REC-READ            PIC 9(07)  VALUE ZEROS.
           05  WS-APP-IN-SCOPE-CNT          PIC 9(07)  VALUE ZEROS.
           05  WS-ELDR-APP-CNT              PIC 9(07)  VALUE ZEROS.
           05  WS-ELHL-REC-WRITTEN          PIC 9(07)  VALUE ZEROS.
           05  WS-EVID-MISS-CNT             PIC 9(07)  VALUE ZEROS.
           05  WS-CALL-PEND-CNT             PIC 9(07)  VALUE ZEROS.
           05  WS-NO-BTH-DT-CNT             PIC 9(07)  VALUE ZEROS.
           05  WS-CNV-CHECKED-CNT           PIC 9(07)  VALUE ZEROS.
           05  WS-CNV-BREACH-CNT            PIC 9(07)  VALUE ZEROS.
           05  WS-PIC-COUNTER               PIC Z(06)9.

       01  WS-WORKING-STORAGE.
           05  WS-RUN-DT-CCYYMMDD           PIC 9(08)  VALUE ZEROS.
           05  WS-EXTR-UPLD-DT              PIC X(10)  VALUE SPACES.
           05  WS-RUN-DT-ISO                PIC X(10)  VALUE SPACES.
           05  WS-EXTR-CNV-DT               PIC X(10)  VALUE SPACES.
           05  WS-MAX-RC                    PIC 9(02)  VALUE ZERO.

      * AN INSURED OR OWNER THIS AGE OR OVER IS AN ELDERLY APPLICANT.

           05  WS-ELDR-AGE                  PIC 9(03)  VALUE 70.

      * PER-APPLICATION FINDINGS.

           05  WS-APP-SCOPE-SW              PIC X(01).
               88  WS-APP-IN-SCOPE                VALUE 'Y'.
               88  WS-APP-NOT-IN-SCOPE            VALUE 'N'.
           05  WS-APP-CNV-SW                PIC X(01).
               88  WS-APP-CNV-TODAY               VALUE 'Y'.
           05  WS-ELDR-INSRD-SW             PIC X(01).
               88  WS-ELDR-INSRD                  VALUE 'Y'.
           05  WS-ELDR-OWNR-SW              PIC X(01).
               88  WS-ELDR-OWNR                   VALUE 'Y'.
           05  WS-NO-BTH-DT-SW              PIC X(01).
               88  WS-NO-BTH-DT                   VALUE 'Y'.
           05  WS-EVID-MISS-SW              PIC X(01).
               88  WS-EVID-MISS                   VALUE 'Y'.
           05  WS-CALL-PEND-SW              PIC X(01).
               88  WS-CALL-PEND                   VALUE 'Y'.
           05  WS-APP-DT                    PIC X(10).
           05  WS-OLDEST-AGE                PIC 9(03).
           05  WS-OLDEST-BTH-DT             PIC X(10).

      * AGE LAST BIRTHDAY ON THE APPLICATION DATE.

           05  WS-APP-DT-CCYY               PIC 9(04).
           05  WS-APP-DT-MMDD               PIC 9(04).
           05  WS-BTH-DT-CCYY               PIC 9(04).
           05  WS-BTH-DT-MMDD               PIC 9(04).
           05  WS-CLI-AGE                   PIC S9(04) COMP.
      /
       COPY XCWTFCMD.
      /
       COPY ACSWRUPL.
       COPY ACSWUCLI.
       COPY ACSWELHL.
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
               10  LK-RUN-PARM-DT          PIC X(10).
               10  LK-ELDR-AGE             PIC X(03).
               10  LK-ELDR-AGE-N           REDEFINES
                   LK-ELDR-AGE             PIC 9(03).
               10  FILLER                  PIC X(15).
      /
       PROCEDURE DIVISION USING LK-PARM-AREA.

      *--------------
       0000-MAINLINE.
      *--------------

           PERFORM  0200-INITIALIZE
               THRU 0200-INITIALIZE-X.

           PERFORM  0100-OPEN-FILES
               THRU 0100-OPEN-FILES-X.

           PERFORM  RUPL-1000-READ
               THRU RUPL-1000-READ-X.
           PERFORM  UCLI-1000-READ
               THRU UCLI-1000-READ-X.

           PERFORM  2000-PROCESS-RUPOL
               THRU 2000-PROCESS-RUPOL-X
               UNTIL WRUPL-SEQ-IO-EOF.

           PERFORM  9999-CLOSE-FILES
               THRU 9999-CLOSE-FILES-X.

           PERFORM  5000-PRINT-GRAND-TOTALS
               THRU 5000-PRINT-GRAND-TOTALS-X.

      * HELD CASES NEED BRANCH ACTION BEFORE THEY CAN ISSUE; AN
      * ELDERLY CASE ALREADY ISSUED WITHOUT THE PROTECTIONS NEEDS
      * ATTENTION THE SAME NIGHT.

           IF   WS-CNV-BREACH-CNT      > ZERO
                MOVE 8                 TO WS-MAX-RC
           ELSE
                IF   WS-ELHL-REC-WRITTEN
                                       > ZERO
                     MOVE 4            TO WS-MAX-RC
                END-IF
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

           PERFORM  UCLI-3000-OPEN-INPUT
               THRU UCLI-3000-OPEN-INPUT-X.

           PERFORM  ELHL-4000-OPEN-OUTPUT
               THRU ELHL-4000-OPEN-OUTPUT-X.

       0100-OPEN-FILES-X.
           EXIT.
      /
      *----------------
       0200-INITIALIZE.
      *----------------

           ACCEPT  WS-RUN-DT-CCYYMMDD  FROM DATE YYYYMMDD.

           MOVE WS-RUN-DT-CCYYMMDD (1:4)    TO WS-RUN-DT-ISO (1:4).
           MOVE '-'                         TO WS-RUN-DT-ISO (5:1).
           MOVE WS-RUN-DT-CCYYMMDD (5:2)    TO WS-RUN-DT-ISO (6:2).
           MOVE '-'                         TO WS-RUN-DT-ISO (8:1).
           MOVE WS-RUN-DT-CCYYMMDD (7:2)    TO WS-RUN-DT-ISO (9:2).
           MOVE WS-RUN-DT-ISO               TO WS-EXTR-UPLD-DT.

           IF   LK-PARM-LEN                  > ZERO
           AND  LK-COMPANY-CODE              > SPACES
                MOVE LK-COMPANY-CODE    TO WGLOB-COMPANY-CODE
           END-IF.

      * A PRIOR NIGHT'S HOLDS ARE RE-CUT BY GIVING ITS UPLOAD DATE.

           IF   LK-PARM-LEN                  > 2
           AND  LK-RUN-PARM-DT               > SPACES
                MOVE LK-RUN-PARM-DT     TO WS-EXTR-UPLD-DT
           END-IF.

      * THE CONVERSIONS CHECKED ARE THOSE OF THE SAME NIGHT AS THE
      * UPLOADS HELD, SO A RE-CUT REPORTS THE NIGHT IT RE-CUTS.

           MOVE WS-EXTR-UPLD-DT        TO WS-EXTR-CNV-DT.

           IF   LK-PARM-LEN                  > 12
           AND  LK-ELDR-AGE                  IS NUMERIC
           AND  LK-ELDR-AGE                  > '000'
                MOVE LK-ELDR-AGE-N      TO WS-ELDR-AGE
           END-IF.

      *MSG: ELDERLY APPLICANT EDIT FOR UPLOADS OF @1 - AGE @2 AND OVER
           MOVE 'AS95410001'           TO WGLOB-MSG-REF-INFO.
           MOVE WS-EXTR-UPLD-DT        TO WGLOB-MSG-PARM (1).
           MOVE WS-ELDR-AGE            TO WGLOB-MSG-PARM (2).
           PERFORM  0260-1000-GENERATE-MESSAGE
               THRU 0260-1000-GENERATE-MESSAGE-X.

       0200-INITIALIZE-X.
           EXIT.
      /
      *-------------------
       2000-PROCESS-RUPOL.
      *-------------------

           ADD  1                      TO WS-RUPOL-REC-READ.

           SET  WS-APP-NOT-IN-SCOPE    TO TRUE.
           MOVE 'N'                    TO WS-APP-CNV-SW.

           IF   RUPOL-APP-UPLD-DT      = WS-EXTR-UPLD-DT
           AND  NOT RUPOL-POL-ASGN
           AND  NOT RUPOL-APL-REJ-YES
                SET  WS-APP-IN-SCOPE   TO TRUE
                ADD  1                 TO WS-APP-IN-SCOPE-CNT
           END-IF.

           IF   RUPOL-POL-ASGN
           AND  RUPOL-POL-CNV-DT       = WS-EXTR-CNV-DT
                MOVE 'Y'               TO WS-APP-CNV-SW
           END-IF.

           MOVE 'N'                    TO WS-ELDR-INSRD-SW
                                          WS-ELDR-OWNR-SW
                                          WS-NO-BTH-DT-SW
                                          WS-EVID-MISS-SW
                                          WS-CALL-PEND-SW.
           MOVE ZERO                   TO WS-OLDEST-AGE.
           MOVE SPACES                 TO WS-OLDEST-BTH-DT.

      * THE APPLICATION DATE IS THE DATE THE AGE IS TAKEN ON AND THE
      * EARLIEST A SECOND INTERVIEW CAN HAVE BEEN HELD.

           IF   RUPOL-APP-RPT-DT       > SPACES
                MOVE RUPOL-APP-RPT-DT  TO WS-APP-DT
           ELSE
                MOVE RUPOL-APP-UPLD-DT TO WS-APP-DT
           END-IF.

      * THE CLIENT GROUP IS CONSUMED FOR EVERY APPLICATION TO KEEP
      * THE TWO FILES IN STEP.

           PERFORM  2100-MATCH-UCLI
               THRU 2100-MATCH-UCLI-X.

           IF   NOT WS-APP-IN-SCOPE
           AND  NOT WS-APP-CNV-TODAY
                GO TO 2000-PROCESS-RUPOL-R
           END-IF.

           IF   WS-APP-IN-SCOPE
           AND  WS-NO-BTH-DT
                ADD  1                 TO WS-NO-BTH-DT-CNT
      *MSG: APP @1 - INSURED OR OWNER HAS NO USABLE BIRTH DATE - AGE
      *     NOT CHECKED
                MOVE 'AS95410002'      TO WGLOB-MSG-REF-INFO
                MOVE RUPOL-APP-ID      TO WGLOB-MSG-PARM (1)
                PERFORM  0260-1000-GENERATE-MESSAGE
                    THRU 0260-1000-GENERATE-MESSAGE-X
           END-IF.

           IF   NOT WS-ELDR-INSRD
           AND  NOT WS-ELDR-OWNR
                GO TO 2000-PROCESS-RUPOL-R
           END-IF.

           PERFORM  2200-CHECK-PROTECTIONS
               THRU 2200-CHECK-PROTECTIONS-X.

           IF   WS-APP-IN-SCOPE
                ADD  1                 TO WS-ELDR-APP-CNT
                PERFORM  3000-EDIT-ELDERLY
                    THRU 3000-EDIT-ELDERLY-X
           ELSE
                ADD  1                 TO WS-CNV-CHECKED-CNT
                PERFORM  4000-CHECK-CONVERTED
                    THRU 4000-CHECK-CONVERTED-X
           END-IF.

       2000-PROCESS-RUPOL-R.

           PERFORM  RUPL-1000-READ
               THRU RUPL-1000-READ-X.

       2000-PROCESS-RUPOL-X.
           EXIT.
      /
      *----------------
       2100-MATCH-UCLI.
      *----------------

           PERFORM  2110-UCLI-READ-AHEAD
               THRU 2110-UCLI-READ-AHEAD-X
               UNTIL WUCLI-SEQ-IO-EOF
               OR    RUCLI-APP-ID NOT LESS THAN RUPOL-APP-ID.

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

      *
      * ONLY AN INDIVIDUAL INSURED OR OWNER HAS AN AGE - A CLIENT
      * CARRYING A COMPANY NAME IS A COMPANY.  THE OLDEST ELDERLY
      * CLIENT IS CARRIED ON THE HOLD.
      *
           IF   RUCLI-CLI-CO-NM        > SPACES
                GO TO 2120-UCLI-CONSUME-GROUP-R
           END-IF.

           IF   RUCLI-POL-CLI-INSRD-CD = SPACES
           AND  RUCLI-POL-CLI-REL-TYP-CD (1:1) NOT = 'O'
                GO TO 2120-UCLI-CONSUME-GROUP-R
           END-IF.

           PERFORM  2130-AGE-ON-APP-DATE
               THRU 2130-AGE-ON-APP-DATE-X.

           IF   WS-CLI-AGE             < ZERO
                MOVE 'Y'               TO WS-NO-BTH-DT-SW
                GO TO 2120-UCLI-CONSUME-GROUP-R
           END-IF.

           IF   WS-CLI-AGE             < WS-ELDR-AGE
                GO TO 2120-UCLI-CONSUME-GROUP-R
           END-IF.

           IF   RUCLI-POL-CLI-INSRD-CD > SPACES
                MOVE 'Y'               TO WS-ELDR-INSRD-SW
           END-IF.

           IF   RUCLI-POL-CLI-REL-TYP-CD (1:1) = 'O'
                MOVE 'Y'               TO WS-ELDR-OWNR-SW
           END-IF.

           IF   WS-CLI-AGE             > WS-OLDEST-AGE
                MOVE WS-CLI-AGE        TO WS-OLDEST-AGE
                MOVE RUCLI-CLI-BTH-DT  TO WS-OLDEST-BTH-DT
           END-IF.

       2120-UCLI-CONSUME-GROUP-R.

           PERFORM  UCLI-1000-READ
               THRU UCLI-1000-READ-X.

       2120-UCLI-CONSUME-GROUP-X.
           EXIT.
      /
      *---------------------
       2130-AGE-ON-APP-DATE.
      *---------------------

      * AGE LAST BIRTHDAY - ONE LESS WHEN THE BIRTHDAY FALLS AFTER
      * THE APPLICATION DATE IN THAT YEAR.  -1 WHEN EITHER DATE IS
      * UNUSABLE.

           MOVE -1                     TO WS-CLI-AGE.

           IF   RUCLI-CLI-BTH-DT (1:4) NOT NUMERIC
           OR   RUCLI-CLI-BTH-DT (6:2) NOT NUMERIC
           OR   RUCLI-CLI-BTH-DT (9:2) NOT NUMERIC
           OR   WS-APP-DT (1:4)        NOT NUMERIC
           OR   WS-APP-DT (6:2)        NOT NUMERIC
           OR   WS-APP-DT (9:2)        NOT NUMERIC
                GO TO 2130-AGE-ON-APP-DATE-X
           END-IF.

           MOVE WS-APP-DT (1:4)        TO WS-APP-DT-CCYY.
           MOVE WS-APP-DT (6:2)        TO WS-APP-DT-MMDD (1:2).
           MOVE WS-APP-DT (9:2)        TO WS-APP-DT-MMDD (3:2).
           MOVE RUCLI-CLI-BTH-DT (1:4) TO WS-BTH-DT-CCYY.
           MOVE RUCLI-CLI-BTH-DT (6:2) TO WS-BTH-DT-MMDD (1:2).
           MOVE RUCLI-CLI-BTH-DT (9:2) TO WS-BTH-DT-MMDD (3:2).

           COMPUTE WS-CLI-AGE          = WS-APP-DT-CCYY
                                       - WS-BTH-DT-CCYY.
           IF   WS-APP-DT-MMDD         < WS-BTH-DT-MMDD
                SUBTRACT 1           FROM WS-CLI-AGE
           END-IF.

           IF   WS-CLI-AGE             < ZERO
                MOVE -1                TO WS-CLI-AGE
           END-IF.

       2130-AGE-ON-APP-DATE-X.
           EXIT.
      /
      *-----------------------
       2200-CHECK-PROTECTIONS.
      *-----------------------

      * A FAMILY MEMBER AT THE SALE, OR A SECOND MEETING HELD ON OR
      * AFTER THE APPLICATION DATE, SATISFIES THE ATTENDANCE RULE.

           IF   NOT RUPOL-ELDR-FMLY-ATTND-YES
                IF   RUPOL-ELDR-2ND-INTVW-DT = SPACES
                OR   RUPOL-ELDR-2ND-INTVW-DT = LOW-VALUES
                OR   RUPOL-ELDR-2ND-INTVW-DT < WS-APP-DT
                     MOVE 'Y'          TO WS-EVID-MISS-SW
                END-IF
           END-IF.

      * THE CONFIRMATION CALL IS OPEN UNTIL THE INDICATOR SAYS IT
      * HAS BEEN MADE.

           IF   NOT RUPOL-CNFRM-CALL-YES
                MOVE 'Y'               TO WS-CALL-PEND-SW
           END-IF.

       2200-CHECK-PROTECTIONS-X.
           EXIT.
      /
      *------------------
       3000-EDIT-ELDERLY.
      *------------------

           IF   WS-EVID-MISS
                ADD  1                 TO WS-EVID-MISS-CNT
      *MSG: APP @1 ELDERLY APPLICANT AGE @2 - NO FAMILY ATTENDANCE OR
      *     SECOND INTERVIEW - HELD
                MOVE 'AS95410003'      TO WGLOB-MSG-REF-INFO
                MOVE RUPOL-APP-ID      TO WGLOB-MSG-PARM (1)
                MOVE WS-OLDEST-AGE     TO WGLOB-MSG-PARM (2)
                PERFORM  0260-1000-GENERATE-MESSAGE
                    THRU 0260-1000-GENERATE-MESSAGE-X
           END-IF.

           IF   WS-CALL-PEND
                ADD  1                 TO WS-CALL-PEND-CNT
      *MSG: APP @1 ELDERLY APPLICANT AGE @2 - PRE-ISSUE CONFIRMATION
      *     CALL OPENED
                MOVE 'AS95410004'      TO WGLOB-MSG-REF-INFO
                MOVE RUPOL-APP-ID      TO WGLOB-MSG-PARM (1)
                MOVE WS-OLDEST-AGE     TO WGLOB-MSG-PARM (2)
                PERFORM  0260-1000-GENERATE-MESSAGE
                    THRU 0260-1000-GENERATE-MESSAGE-X
           END-IF.

           IF   NOT WS-EVID-MISS
           AND  NOT WS-CALL-PEND
                GO TO 3000-EDIT-ELDERLY-X
           END-IF.

           MOVE SPACES                 TO RELHL-SEQ-REC-INFO.
           MOVE RUPOL-APP-ID           TO RELHL-APP-ID.
           MOVE RUPOL-SALES-REP-NUM    TO RELHL-SALES-REP-NUM.
           MOVE RUPOL-SO-NUM           TO RELHL-SO-NUM.
           MOVE RUPOL-BR-NUM           TO RELHL-BR-NUM.
           IF   WS-ELDR-INSRD
           AND  WS-ELDR-OWNR
                SET  RELHL-ELDR-BOTH   TO TRUE
           ELSE
                IF   WS-ELDR-INSRD
                     SET  RELHL-ELDR-INSURED
                                       TO TRUE
                ELSE
                     SET  RELHL-ELDR-OWNER
                                       TO TRUE
                END-IF
           END-IF.
           MOVE WS-OLDEST-AGE          TO RELHL-ELDR-AGE.
           MOVE WS-OLDEST-BTH-DT       TO RELHL-ELDR-BTH-DT.
           MOVE RUPOL-ELDR-FMLY-ATTND-IND
                                       TO RELHL-FMLY-ATTND-IND.
           MOVE RUPOL-ELDR-2ND-INTVW-DT
                                       TO RELHL-2ND-INTVW-DT.
           MOVE WS-EVID-MISS-SW        TO RELHL-EVID-MISS-IND.
           MOVE WS-CALL-PEND-SW        TO RELHL-CALL-PEND-IND.
           MOVE WS-RUN-DT-CCYYMMDD     TO RELHL-DETECT-DT.
           SET  RELHL-NOT-CLEARED      TO TRUE.

           PERFORM  ELHL-2000-WRITE
               THRU ELHL-2000-WRITE-X.

           ADD  1                      TO WS-ELHL-REC-WRITTEN.

       3000-EDIT-ELDERLY-X.
           EXIT.
      /
      *---------------------
       4000-CHECK-CONVERTED.
      *---------------------

      * THE PROTECTIONS ARE DUE BEFORE ISSUE.  A CASE THAT CONVERTED
      * WITHOUT THEM GOT PAST THE IMPORT EDIT AND MUST BE PICKED UP
      * BY THE BRANCH AT ONCE.

           IF   NOT WS-EVID-MISS
           AND  NOT WS-CALL-PEND
                GO TO 4000-CHECK-CONVERTED-X
           END-IF.

           ADD  1                      TO WS-CNV-BREACH-CNT.

      *MSG: SEVERE - POL @1 APP @2 ELDERLY AGE @3 ISSUED WITHOUT
      *     EVIDENCE/CALL @4
           MOVE 'AS95410005'           TO WGLOB-MSG-REF-INFO.
           MOVE RUPOL-POL-ID           TO WGLOB-MSG-PARM (1).
           MOVE RUPOL-APP-ID           TO WGLOB-MSG-PARM (2).
           MOVE WS-OLDEST-AGE          TO WGLOB-MSG-PARM (3).
           MOVE SPACES                 TO WGLOB-MSG-PARM (4).
           STRING WS-EVID-MISS-SW '/' WS-CALL-PEND-SW
                  DELIMITED BY SIZE INTO WGLOB-MSG-PARM (4).
           PERFORM  0260-1000-GENERATE-MESSAGE
               THRU 0260-1000-GENERATE-MESSAGE-X.

       4000-CHECK-CONVERTED-X.
           EXIT.
      /
      *------------------------
       5000-PRINT-GRAND-TOTALS.
      *------------------------

      *MSG: APPS READ @1 - IN SCOPE @2 - ELDERLY @3 - HELD @4
           MOVE 'AS95410006'           TO WGLOB-MSG-REF-INFO.
           MOVE WS-RUPOL-REC-READ      TO WS-PIC-COUNTER.
           MOVE WS-PIC-COUNTER         TO WGLOB-MSG-PARM (1).
           MOVE WS-APP-IN-SCOPE-CNT    TO WS-PIC-COUNTER.
           MOVE WS-PIC-COUNTER         TO WGLOB-MSG-PARM (2).
           MOVE WS-ELDR-APP-CNT        TO WS-PIC-COUNTER.
           MOVE WS-PIC-COUNTER         TO WGLOB-MSG-PARM (3).
           MOVE WS-ELHL-REC-WRITTEN    TO WS-PIC-COUNTER.
           MOVE WS-PIC-COUNTER         TO WGLOB-MSG-PARM (4).
           PERFORM  0260-1000-GENERATE-MESSAGE
               THRU 0260-1000-GENERATE-MESSAGE-X.

      *MSG: NO EVIDENCE @1 - CALLS OPENED @2 - NO BIRTH DATE @3 -
      *     ELDERLY CONVERSIONS @4 - ISSUED WITHOUT PROTECTIONS @5
           MOVE 'AS95410007'           TO WGLOB-MSG-REF-INFO.
           MOVE WS-EVID-MISS-CNT       TO WS-PIC-COUNTER.
           MOVE WS-PIC-COUNTER         TO WGLOB-MSG-PARM (1).
           MOVE WS-CALL-PEND-CNT       TO WS-PIC-COUNTER.
           MOVE WS-PIC-COUNTER         TO WGLOB-MSG-PARM (2).
           MOVE WS-NO-BTH-DT-CNT       TO WS-PIC-COUNTER.
           MOVE WS-PIC-COUNTER         TO WGLOB-MSG-PARM (3).
           MOVE WS-CNV-CHECKED-CNT     TO WS-PIC-COUNTER.
           MOVE WS-PIC-COUNTER         TO WGLOB-MSG-PARM (4).
           MOVE WS-CNV-BREACH-CNT      TO WS-PIC-COUNTER.
           MOVE WS-PIC-COUNTER         TO WGLOB-MSG-PARM (5).
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

           PERFORM  UCLI-4000-CLOSE
               THRU UCLI-4000-CLOSE-X.

           PERFORM  ELHL-5000-CLOSE
               THRU ELHL-5000-CLOSE-X.

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
       COPY ACPIELHL.
      /
      *****************************************************************
      * ERROR HANDLING ROUTINES                                       *
      *****************************************************************

       COPY XCPL0030.

       COPY XCPL0260.

      *****************************************************************
      **                 END OF PROGRAM ASBM9541                     **
      *****************************************************************
