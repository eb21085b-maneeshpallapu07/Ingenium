      *************************
       IDENTIFICATION DIVISION.
      *************************

       PROGRAM-ID. ASBM9528.

       COPY XCWWCRHT.

      *****************************************************************
      **  MEMBER :  ASBM9528                                         **
      **  REMARKS:  EARLY-CLAIM MATCH-BACK TO THE UNDERWRITING PATH. **
      **            CLAIMS INCURRED IN THE CONTESTABLE PERIOD NEVER  **
      **            CAME BACK TO NEW BUSINESS.                       **
      **                                                             **
      **            RUN IN MATCH MODE (PARM 'M') THE PROGRAM READS   **
      **            THE UWPR UNDERWRITING PATH REGISTER HISTORY      **
      **            (WRITTEN AT ISSUE BY ASBM9527) AND THE CLAIMS    **
      **            SYSTEM'S MONTHLY ECLM EARLY-CLAIM FILE, BOTH     **
      **            SORTED BY POLICY NUMBER.  EACH CLAIM WITHIN THE  **
      **            CONTESTABLE PERIOD OF ITS POLICY'S ISSUE GOES TO **
      **            THE ECMX MATCH-BACK REGISTER WITH THE POLICY'S   **
      **            REGISTER ROW, AND THE ECRX EXPERIENCE REPORT     **
      **            GIVES, BY UNDERWRITING PATH, PLAN AND CHANNEL,   **
      **            THE POLICIES ISSUED IN THE CONTESTABLE WINDOW,   **
      **            THE EARLY CLAIMS AND THE CLAIMS PER THOUSAND     **
      **            POLICIES.  A CLAIM ON A POLICY NOT ON THE        **
      **            REGISTER ENDS THE STEP RC 4; A FULL SUMMARY      **
      **            TABLE ENDS IT RC 8 WITHOUT THE REPORT.           **
      **                                                             **
      **            RUN IN PACKET MODE (PARM 'P') IT READS THE ECMX  **
      **            REGISTER AND THE IMPX IMPAIRMENT EXTRACT         **
      **            HISTORY, BOTH SORTED BY APP ID, AND PRINTS ONE   **
      **            CONTESTABLE-INVESTIGATION PAGE PER CLAIM ON      **
      **            ECPK - THE CLAIM, THE APPLICATION, WHAT THE      **
      **            INSURED DECLARED, THE UNDERWRITING PATH AND      **
      **            EVERY IMPAIRMENT ANSWER GIVEN ON THE             **
      **            APPLICATION.                                     **
      **                                                             **
      **            JCL PARM:  BYTE  1     RUN MODE M OR P           **
      **                       BYTES 2-3   COMPANY                   **
      **                       BYTE  4     CONTESTABLE PERIOD IN     **
      **                                   YEARS (DEFAULT 2)         **
      **                                                             **
      **  DOMAIN :  UW                                               **
      **  CLASS  :  PD                                               **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
731046**  15OCT26  DEV    NEW PROGRAM                                **
      *****************************************************************

      **********************
       ENVIRONMENT DIVISION.
      **********************

       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY ACSSUWPR.
       COPY ACSSECLM.
       COPY ACSSECMX.
       COPY ACSSECRX.
       COPY ACSSIMPX.
       COPY ACSSECPK.

      ***************
       DATA DIVISION.
      ***************

       FILE SECTION.

       COPY ACSDUWPR.

       COPY ACSRUWPR.

       COPY ACSDECLM.

       COPY ACSRECLM.

       COPY ACSDECMX.

       COPY ACSRECMX.

       COPY ACSDECRX.

       COPY ACSRECRX.

       COPY ACSDIMPX.

       COPY ACSRIMPX.

       COPY ACSDECPK.

       COPY ACSRECPK.

       WORKING-STORAGE SECTION.

       COPY XCWWPGWS REPLACING '$VAR1' BY 'ASBM9528'.

       COPY SQLCA.

       01  WS-COUNTERS.
           05  WS-UWPR-REC-READ             PIC 9(07)  VALUE ZEROS.
           05  WS-UWPR-DUP-CNT              PIC 9(07)  VALUE ZEROS.
           05  WS-ECLM-REC-READ             PIC 9(07)  VALUE ZEROS.
           05  WS-ECMX-REC-WRITTEN          PIC 9(07)  VALUE ZEROS.
           05  WS-UNMATCHED-CNT             PIC 9(07)  VALUE ZEROS.
           05  WS-PAST-CONTEST-CNT          PIC 9(07)  VALUE ZEROS.
           05  WS-ECRX-REC-WRITTEN          PIC 9(07)  VALUE ZEROS.
           05  WS-ECMX-REC-READ             PIC 9(07)  VALUE ZEROS.
           05  WS-PACKET-CNT                PIC 9(07)  VALUE ZEROS.
           05  WS-PIC-COUNTER               PIC Z(06)9.
           05  WS-PIC-AMT                   PIC Z(12)9.99-.
           05  WS-PIC-DUR                   PIC ZZ9.

       01  WS-WORKING-STORAGE.
           05  WS-RUN-MODE                  PIC X(01)  VALUE SPACE.
               88  WS-RUN-MODE-MATCH              VALUE 'M'.
               88  WS-RUN-MODE-PACKET             VALUE 'P'.
               88  WS-RUN-MODE-VALID              VALUE 'M' 'P'.
           05  WS-RUN-DT-CCYYMMDD           PIC 9(08)  VALUE ZEROS.
           05  WS-RUN-DT-GRP                REDEFINES
               WS-RUN-DT-CCYYMMDD.
               10  WS-RUN-DT-CCYY           PIC 9(04).
               10  WS-RUN-DT-MM             PIC 9(02).
               10  WS-RUN-DT-DD             PIC 9(02).
           05  WS-MAX-RC                    PIC 9(02)  VALUE ZERO.
           05  WS-CNTST-YRS                 PIC 9(01)  VALUE 2.
           05  WS-CNTST-MM                  PIC 9(03).

      * THE CONTESTABLE WINDOW - POLICIES CONVERTED FROM THIS MANY
      * YEARS BEFORE THE RUN DATE ARE THE EXPOSURE THE CLAIMS ARE
      * MEASURED AGAINST.

           05  WS-WNDW-FROM-DT.
               10  WS-WNDW-FROM-CCYY        PIC 9(04).
               10  FILLER                   PIC X(01)  VALUE '-'.
               10  WS-WNDW-FROM-MM          PIC 9(02).
               10  FILLER                   PIC X(01)  VALUE '-'.
               10  WS-WNDW-FROM-DD          PIC 9(02).
           05  WS-WNDW-TO-DT.
               10  WS-WNDW-TO-CCYY          PIC 9(04).
               10  FILLER                   PIC X(01)  VALUE '-'.
               10  WS-WNDW-TO-MM            PIC 9(02).
               10  FILLER                   PIC X(01)  VALUE '-'.
               10  WS-WNDW-TO-DD            PIC 9(02).
           05  WS-PREV-POL-ID               PIC X(10)  VALUE SPACES.

      * MONTHS FROM ISSUE TO LOSS.

           05  WS-CNV-DT-N.
               10  WS-CNV-CCYY              PIC 9(04).
               10  FILLER                   PIC X(01).
               10  WS-CNV-MM                PIC 9(02).
               10  FILLER                   PIC X(01).
               10  WS-CNV-DD                PIC 9(02).
           05  WS-LOSS-DT-N                 PIC 9(08).
           05  WS-LOSS-DT-GRP               REDEFINES
               WS-LOSS-DT-N.
               10  WS-LOSS-CCYY             PIC 9(04).
               10  WS-LOSS-MM               PIC 9(02).
               10  WS-LOSS-DD               PIC 9(02).
           05  WS-DUR-MM                    PIC S9(05).

      * PACKET PRINT LINE AND THE CURRENT APPLICATION'S IMPAIRMENT
      * ANSWERS (A SECOND CLAIM ON THE SAME APPLICATION REPRINTS THEM).

           05  WS-RPT-LINE                  PIC X(132).
           05  WS-CUR-IMPX-APP-ID           PIC X(15)  VALUE SPACES.

       01  WS-IMPR-WORK-AREA.
           05  WS-IMPR-MAX                  PIC S9(04) COMP VALUE +50.
           05  WS-IMPR-CNT                  PIC S9(04) COMP VALUE ZERO.
           05  WS-IMPR-SUB                  PIC S9(04) COMP.
           05  WS-IMPR-TBL.
               10  WS-IMPR-ENTRY            OCCURS 50 TIMES.
                   15  WS-IMPR-CD           PIC X(06).
                   15  WS-IMPR-SVRTY-CD     PIC X(01).
                   15  WS-IMPR-STRUCT-NM    PIC X(20).
                   15  WS-IMPR-FLD-NM       PIC X(20).
                   15  WS-IMPR-ANSR-VALU    PIC X(15).
           05  WS-IMPR-DROPPED-CNT          PIC S9(04) COMP VALUE ZERO.

      * EXPERIENCE SUMMARY BY UNDERWRITING PATH, PLAN AND CHANNEL.

       01  WS-SUMM-WORK-AREA.
           05  WS-SUMM-MAX                  PIC S9(04) COMP VALUE +3000.
           05  WS-SUMM-CNT                  PIC S9(04) COMP VALUE ZERO.
           05  WS-SUMM-SUB                  PIC S9(04) COMP.
           05  WS-SUMM-USE-SUB              PIC S9(04) COMP.
           05  WS-SUMM-TBL.
               10  WS-SUMM-ENTRY            OCCURS 3000 TIMES.
                   15  WS-SUMM-PATH-CD      PIC X(01).
                   15  WS-SUMM-PLAN-ID      PIC X(15).
                   15  WS-SUMM-CHNL-CD      PIC X(02).
                   15  WS-SUMM-ISS-CNT      PIC 9(07)  COMP-3.
                   15  WS-SUMM-CLM-CNT      PIC 9(05)  COMP-3.
                   15  WS-SUMM-CLM-AMT      PIC S9(13)V9(02) COMP-3.
           05  WS-SUMM-OVRFLW-SW            PIC X(01)  VALUE 'N'.
               88  WS-SUMM-OVERFLOW               VALUE 'Y'.
           05  WS-TOT-ISS-CNT               PIC 9(07)  VALUE ZERO.
           05  WS-TOT-CLM-CNT               PIC 9(05)  VALUE ZERO.
           05  WS-TOT-CLM-AMT               PIC S9(13)V9(02) COMP-3
                                                       VALUE ZERO.
      /
       COPY XCWTFCMD.
      /
       COPY ACSWUWPR.
       COPY ACSWECLM.
       COPY ACSWECMX.
       COPY ACSWECRX.
       COPY ACSWIMPX.
       COPY ACSWECPK.
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
               10  LK-RUN-MODE             PIC X(01).
               10  LK-COMPANY-CODE         PIC X(02).
               10  LK-CNTST-YRS            PIC X(01).
               10  FILLER                  PIC X(26).
      /
       PROCEDURE DIVISION USING LK-PARM-AREA.

      *--------------
       0000-MAINLINE.
      *--------------

           PERFORM  0200-INITIALIZE
               THRU 0200-INITIALIZE-X.

           IF   WS-RUN-MODE-MATCH
                PERFORM  1000-MATCH-CLAIMS
                    THRU 1000-MATCH-CLAIMS-X
           ELSE
                PERFORM  6000-PRINT-PACKETS
                    THRU 6000-PRINT-PACKETS-X
           END-IF.

           PERFORM  5000-PRINT-GRAND-TOTALS
               THRU 5000-PRINT-GRAND-TOTALS-X.

           IF   WS-UNMATCHED-CNT       > ZERO
                MOVE 4                 TO WS-MAX-RC
           END-IF.

           IF   WS-SUMM-OVERFLOW
                MOVE 8                 TO WS-MAX-RC
           END-IF.

           MOVE WS-MAX-RC              TO RETURN-CODE.

           STOP RUN.

       0000-MAINLINE-X.
           EXIT.
      /
      *----------------
       0200-INITIALIZE.
      *----------------

           ACCEPT  WS-RUN-DT-CCYYMMDD  FROM DATE YYYYMMDD.

           IF   LK-PARM-LEN                  > ZERO
                MOVE LK-RUN-MODE        TO WS-RUN-MODE
                IF   LK-COMPANY-CODE         > SPACES
                     MOVE LK-COMPANY-CODE
                                        TO WGLOB-COMPANY-CODE
                END-IF
           END-IF.

           IF   NOT WS-RUN-MODE-VALID
      *MSG: RUN MODE PARM MUST BE M (MATCH) OR P (PACKET)
                MOVE 'AS95280001'       TO WGLOB-MSG-REF-INFO
                PERFORM  0260-1000-GENERATE-MESSAGE
                    THRU 0260-1000-GENERATE-MESSAGE-X
                PERFORM  0030-5000-LOGIC-ERROR
                    THRU 0030-5000-LOGIC-ERROR-X
           END-IF.

           IF   LK-PARM-LEN                  > 3
           AND  LK-CNTST-YRS                 IS NUMERIC
           AND  LK-CNTST-YRS                 > '0'
                MOVE LK-CNTST-YRS       TO WS-CNTST-YRS
           END-IF.

           COMPUTE WS-CNTST-MM = WS-CNTST-YRS * 12.

           COMPUTE WS-WNDW-FROM-CCYY = WS-RUN-DT-CCYY - WS-CNTST-YRS.
           MOVE WS-RUN-DT-MM           TO WS-WNDW-FROM-MM
                                          WS-WNDW-TO-MM.
           MOVE WS-RUN-DT-DD           TO WS-WNDW-FROM-DD
                                          WS-WNDW-TO-DD.
           MOVE WS-RUN-DT-CCYY         TO WS-WNDW-TO-CCYY.

       0200-INITIALIZE-X.
           EXIT.
      /
      *------------------
       1000-MATCH-CLAIMS.
      *------------------

           PERFORM  UWPR-3000-OPEN-INPUT
               THRU UWPR-3000-OPEN-INPUT-X.

           PERFORM  ECLM-3000-OPEN-INPUT
               THRU ECLM-3000-OPEN-INPUT-X.

           PERFORM  ECMX-4000-OPEN-OUTPUT
               THRU ECMX-4000-OPEN-OUTPUT-X.

           PERFORM  UWPR-1000-READ
               THRU UWPR-1000-READ-X.

           PERFORM  ECLM-1000-READ
               THRU ECLM-1000-READ-X.

           PERFORM  2000-PROCESS-UWPR
               THRU 2000-PROCESS-UWPR-X
               UNTIL WUWPR-SEQ-IO-EOF.

      * CLAIMS BEYOND THE LAST REGISTERED POLICY MATCH NOTHING.

           PERFORM  2200-UNMATCHED-CLAIM
               THRU 2200-UNMATCHED-CLAIM-X
               UNTIL WECLM-SEQ-IO-EOF.

           PERFORM  UWPR-5000-CLOSE
               THRU UWPR-5000-CLOSE-X.

           PERFORM  ECLM-5000-CLOSE
               THRU ECLM-5000-CLOSE-X.

           PERFORM  ECMX-5000-CLOSE
               THRU ECMX-5000-CLOSE-X.

           IF   NOT WS-SUMM-OVERFLOW
                PERFORM  ECRX-4000-OPEN-OUTPUT
                    THRU ECRX-4000-OPEN-OUTPUT-X
                PERFORM  4000-WRITE-EXPERIENCE
                    THRU 4000-WRITE-EXPERIENCE-X
                    VARYING WS-SUMM-SUB FROM 1 BY 1
                    UNTIL   WS-SUMM-SUB > WS-SUMM-CNT
                PERFORM  4100-WRITE-TOTAL
                    THRU 4100-WRITE-TOTAL-X
                PERFORM  ECRX-5000-CLOSE
                    THRU ECRX-5000-CLOSE-X
           END-IF.

       1000-MATCH-CLAIMS-X.
           EXIT.
      /
      *------------------
       2000-PROCESS-UWPR.
      *------------------

           ADD  1                      TO WS-UWPR-REC-READ.

      * A POLICY REGISTERED TWICE (A RE-RUN WINDOW) COUNTS ONCE.

           IF   RUWPR-POL-ID           = WS-PREV-POL-ID
                ADD  1                 TO WS-UWPR-DUP-CNT
                GO TO 2000-PROCESS-UWPR-R
           END-IF.

           MOVE RUWPR-POL-ID           TO WS-PREV-POL-ID.

           IF   RUWPR-CNV-DT           NOT < WS-WNDW-FROM-DT
           AND  RUWPR-CNV-DT           NOT > WS-WNDW-TO-DT
                PERFORM  3000-FIND-SUMM-ENTRY
                    THRU 3000-FIND-SUMM-ENTRY-X
                IF   WS-SUMM-USE-SUB   > ZERO
                     ADD  1            TO WS-SUMM-ISS-CNT
                                          (WS-SUMM-USE-SUB)
                END-IF
           END-IF.

           PERFORM  2200-UNMATCHED-CLAIM
               THRU 2200-UNMATCHED-CLAIM-X
               UNTIL WECLM-SEQ-IO-EOF
               OR    RECLM-POL-ID NOT LESS THAN RUWPR-POL-ID.

           PERFORM  2100-MATCH-ONE-CLAIM
               THRU 2100-MATCH-ONE-CLAIM-X
               UNTIL WECLM-SEQ-IO-EOF
               OR    RECLM-POL-ID NOT = RUWPR-POL-ID.

       2000-PROCESS-UWPR-R.

           PERFORM  UWPR-1000-READ
               THRU UWPR-1000-READ-X.

       2000-PROCESS-UWPR-X.
           EXIT.
      /
      *---------------------
       2100-MATCH-ONE-CLAIM.
      *---------------------

           ADD  1                      TO WS-ECLM-REC-READ.

           MOVE RUWPR-CNV-DT           TO WS-CNV-DT-N.
           MOVE RECLM-LOSS-DT          TO WS-LOSS-DT-N.

           COMPUTE WS-DUR-MM = (WS-LOSS-CCYY - WS-CNV-CCYY) * 12
                             + WS-LOSS-MM - WS-CNV-MM.

           IF   WS-LOSS-DD             < WS-CNV-DD
                SUBTRACT 1             FROM WS-DUR-MM
           END-IF.

           IF   WS-DUR-MM              < ZERO
                MOVE ZERO              TO WS-DUR-MM
           END-IF.

           IF   WS-DUR-MM              NOT < WS-CNTST-MM
                ADD  1                 TO WS-PAST-CONTEST-CNT
      *MSG: CLAIM @1 POLICY @2 LOSS @3 IS PAST THE CONTESTABLE PERIOD
                MOVE 'AS95280002'      TO WGLOB-MSG-REF-INFO
                MOVE RECLM-CLM-ID      TO WGLOB-MSG-PARM (1)
                MOVE RECLM-POL-ID      TO WGLOB-MSG-PARM (2)
                MOVE RECLM-LOSS-DT     TO WGLOB-MSG-PARM (3)
                PERFORM  0260-1000-GENERATE-MESSAGE
                    THRU 0260-1000-GENERATE-MESSAGE-X
                GO TO 2100-MATCH-ONE-CLAIM-R
           END-IF.

           MOVE SPACES                 TO RECMX-SEQ-REC-INFO.
           MOVE RECLM-POL-ID           TO RECMX-POL-ID.
           MOVE RECLM-CLM-ID           TO RECMX-CLM-ID.
           MOVE RECLM-CLM-TYP-CD       TO RECMX-CLM-TYP-CD.
           MOVE RECLM-LOSS-DT          TO RECMX-LOSS-DT.
           MOVE RECLM-RPT-DT           TO RECMX-RPT-DT.
           MOVE RECLM-CLM-AMT          TO RECMX-CLM-AMT.
           MOVE RECLM-CAUSE-CD         TO RECMX-CAUSE-CD.
           MOVE WS-DUR-MM              TO RECMX-DUR-MM.
           MOVE RUWPR-SEQ-REC-INFO     TO RECMX-UWPR-INFO.

           PERFORM  ECMX-2000-WRITE
               THRU ECMX-2000-WRITE-X.

           ADD  1                      TO WS-ECMX-REC-WRITTEN.

           PERFORM  3000-FIND-SUMM-ENTRY
               THRU 3000-FIND-SUMM-ENTRY-X.

           IF   WS-SUMM-USE-SUB        > ZERO
                ADD  1                 TO WS-SUMM-CLM-CNT
                                          (WS-SUMM-USE-SUB)
                ADD  RECLM-CLM-AMT     TO WS-SUMM-CLM-AMT
                                          (WS-SUMM-USE-SUB)
           END-IF.

       2100-MATCH-ONE-CLAIM-R.

           PERFORM  ECLM-1000-READ
               THRU ECLM-1000-READ-X.

       2100-MATCH-ONE-CLAIM-X.
           EXIT.
      /
      *---------------------
       2200-UNMATCHED-CLAIM.
      *---------------------

           ADD  1                      TO WS-ECLM-REC-READ
                                          WS-UNMATCHED-CNT.

      *MSG: CLAIM @1 POLICY @2 NOT ON THE UNDERWRITING PATH REGISTER
           MOVE 'AS95280003'           TO WGLOB-MSG-REF-INFO.
           MOVE RECLM-CLM-ID           TO WGLOB-MSG-PARM (1).
           MOVE RECLM-POL-ID           TO WGLOB-MSG-PARM (2).
           PERFORM  0260-1000-GENERATE-MESSAGE
               THRU 0260-1000-GENERATE-MESSAGE-X.

           PERFORM  ECLM-1000-READ
               THRU ECLM-1000-READ-X.

       2200-UNMATCHED-CLAIM-X.
           EXIT.
      /
      *---------------------
       3000-FIND-SUMM-ENTRY.
      *---------------------

           MOVE ZERO                   TO WS-SUMM-USE-SUB.

           IF   WS-SUMM-OVERFLOW
                GO TO 3000-FIND-SUMM-ENTRY-X
           END-IF.

           PERFORM  3010-CHECK-SUMM-ENTRY
               THRU 3010-CHECK-SUMM-ENTRY-X
               VARYING WS-SUMM-SUB FROM 1 BY 1
               UNTIL   WS-SUMM-SUB > WS-SUMM-CNT
               OR      WS-SUMM-USE-SUB > ZERO.

           IF   WS-SUMM-USE-SUB        > ZERO
                GO TO 3000-FIND-SUMM-ENTRY-X
           END-IF.

           IF   WS-SUMM-CNT            NOT < WS-SUMM-MAX
                SET  WS-SUMM-OVERFLOW  TO TRUE
      *MSG: EXPERIENCE SUMMARY TABLE FULL AT @1 - NO REPORT - RC 8
                MOVE 'AS95280004'      TO WGLOB-MSG-REF-INFO
                MOVE WS-SUMM-MAX       TO WS-PIC-COUNTER
                MOVE WS-PIC-COUNTER    TO WGLOB-MSG-PARM (1)
                PERFORM  0260-1000-GENERATE-MESSAGE
                    THRU 0260-1000-GENERATE-MESSAGE-X
                GO TO 3000-FIND-SUMM-ENTRY-X
           END-IF.

           ADD  1                      TO WS-SUMM-CNT.
           MOVE WS-SUMM-CNT            TO WS-SUMM-USE-SUB.
           MOVE RUWPR-UW-PATH-CD       TO WS-SUMM-PATH-CD
                                          (WS-SUMM-USE-SUB).
           MOVE RUWPR-PLAN-ID          TO WS-SUMM-PLAN-ID
                                          (WS-SUMM-USE-SUB).
           MOVE RUWPR-CHNL-CD          TO WS-SUMM-CHNL-CD
                                          (WS-SUMM-USE-SUB).
           MOVE ZERO                   TO WS-SUMM-ISS-CNT
                                          (WS-SUMM-USE-SUB)
                                          WS-SUMM-CLM-CNT
                                          (WS-SUMM-USE-SUB)
                                          WS-SUMM-CLM-AMT
                                          (WS-SUMM-USE-SUB).

       3000-FIND-SUMM-ENTRY-X.
           EXIT.
      /
      *----------------------
       3010-CHECK-SUMM-ENTRY.
      *----------------------

           IF   WS-SUMM-PATH-CD (WS-SUMM-SUB) = RUWPR-UW-PATH-CD
           AND  WS-SUMM-PLAN-ID (WS-SUMM-SUB) = RUWPR-PLAN-ID
           AND  WS-SUMM-CHNL-CD (WS-SUMM-SUB) = RUWPR-CHNL-CD
                MOVE WS-SUMM-SUB       TO WS-SUMM-USE-SUB
           END-IF.

       3010-CHECK-SUMM-ENTRY-X.
           EXIT.
      /
      *----------------------
       4000-WRITE-EXPERIENCE.
      *----------------------

           MOVE SPACES                 TO RECRX-SEQ-REC-INFO.
           SET  RECRX-REC-TYP-DETAIL   TO TRUE.
           MOVE WS-SUMM-PATH-CD (WS-SUMM-SUB)
                                       TO RECRX-UW-PATH-CD.
           MOVE WS-SUMM-PLAN-ID (WS-SUMM-SUB)
                                       TO RECRX-PLAN-ID.
           MOVE WS-SUMM-CHNL-CD (WS-SUMM-SUB)
                                       TO RECRX-CHNL-CD.
           MOVE WS-SUMM-ISS-CNT (WS-SUMM-SUB)
                                       TO RECRX-ISS-CNT.
           MOVE WS-SUMM-CLM-CNT (WS-SUMM-SUB)
                                       TO RECRX-CLM-CNT.
           MOVE WS-SUMM-CLM-AMT (WS-SUMM-SUB)
                                       TO RECRX-CLM-AMT.
           MOVE WS-WNDW-FROM-DT        TO RECRX-WNDW-FROM-DT.
           MOVE WS-WNDW-TO-DT          TO RECRX-WNDW-TO-DT.

      * A COMBINATION WITH CLAIMS BUT NO POLICIES IN THE WINDOW (THE
      * POLICIES ISSUED BEFORE IT) HAS NO RATE.

           IF   RECRX-ISS-CNT          > ZERO
                COMPUTE RECRX-CLM-RATE ROUNDED
                      = RECRX-CLM-CNT * 1000 / RECRX-ISS-CNT
           ELSE
                MOVE ZERO              TO RECRX-CLM-RATE
           END-IF.

           PERFORM  ECRX-2000-WRITE
               THRU ECRX-2000-WRITE-X.

           ADD  1                      TO WS-ECRX-REC-WRITTEN.
           ADD  RECRX-ISS-CNT          TO WS-TOT-ISS-CNT.
           ADD  RECRX-CLM-CNT          TO WS-TOT-CLM-CNT.
           ADD  RECRX-CLM-AMT          TO WS-TOT-CLM-AMT.

       4000-WRITE-EXPERIENCE-X.
           EXIT.
      /
      *-----------------
       4100-WRITE-TOTAL.
      *-----------------

           MOVE SPACES                 TO RECRX-SEQ-REC-INFO.
           SET  RECRX-REC-TYP-TOTAL    TO TRUE.
           MOVE WS-TOT-ISS-CNT         TO RECRX-ISS-CNT.
           MOVE WS-TOT-CLM-CNT         TO RECRX-CLM-CNT.
           MOVE WS-TOT-CLM-AMT         TO RECRX-CLM-AMT.
           MOVE WS-WNDW-FROM-DT        TO RECRX-WNDW-FROM-DT.
           MOVE WS-WNDW-TO-DT          TO RECRX-WNDW-TO-DT.

           IF   RECRX-ISS-CNT          > ZERO
                COMPUTE RECRX-CLM-RATE ROUNDED
                      = RECRX-CLM-CNT * 1000 / RECRX-ISS-CNT
           ELSE
                MOVE ZERO              TO RECRX-CLM-RATE
           END-IF.

           PERFORM  ECRX-2000-WRITE
               THRU ECRX-2000-WRITE-X.

       4100-WRITE-TOTAL-X.
           EXIT.
      /
      *------------------------
       5000-PRINT-GRAND-TOTALS.
      *------------------------

           IF   WS-RUN-MODE-MATCH
      *MSG: REGISTER @1 CLAIMS @2 MATCHED @3 UNMATCHED @4 LATE @5
                MOVE 'AS95280005'      TO WGLOB-MSG-REF-INFO
                MOVE WS-UWPR-REC-READ  TO WS-PIC-COUNTER
                MOVE WS-PIC-COUNTER    TO WGLOB-MSG-PARM (1)
                MOVE WS-ECLM-REC-READ  TO WS-PIC-COUNTER
                MOVE WS-PIC-COUNTER    TO WGLOB-MSG-PARM (2)
                MOVE WS-ECMX-REC-WRITTEN
                                       TO WS-PIC-COUNTER
                MOVE WS-PIC-COUNTER    TO WGLOB-MSG-PARM (3)
                MOVE WS-UNMATCHED-CNT  TO WS-PIC-COUNTER
                MOVE WS-PIC-COUNTER    TO WGLOB-MSG-PARM (4)
                MOVE WS-PAST-CONTEST-CNT
                                       TO WS-PIC-COUNTER
                MOVE WS-PIC-COUNTER    TO WGLOB-MSG-PARM (5)
                PERFORM  0260-1000-GENERATE-MESSAGE
                    THRU 0260-1000-GENERATE-MESSAGE-X
      *MSG: EXPOSURE @1 TO @2 - PATH/PLAN/CHANNEL ROWS @3
                MOVE 'AS95280006'      TO WGLOB-MSG-REF-INFO
                MOVE WS-WNDW-FROM-DT   TO WGLOB-MSG-PARM (1)
                MOVE WS-WNDW-TO-DT     TO WGLOB-MSG-PARM (2)
                MOVE WS-ECRX-REC-WRITTEN
                                       TO WS-PIC-COUNTER
                MOVE WS-PIC-COUNTER    TO WGLOB-MSG-PARM (3)
                PERFORM  0260-1000-GENERATE-MESSAGE
                    THRU 0260-1000-GENERATE-MESSAGE-X
           ELSE
      *MSG: MATCHED CLAIMS READ @1 - INVESTIGATION PACKETS PRINTED @2
                MOVE 'AS95280007'      TO WGLOB-MSG-REF-INFO
                MOVE WS-ECMX-REC-READ  TO WS-PIC-COUNTER
                MOVE WS-PIC-COUNTER    TO WGLOB-MSG-PARM (1)
                MOVE WS-PACKET-CNT     TO WS-PIC-COUNTER
                MOVE WS-PIC-COUNTER    TO WGLOB-MSG-PARM (2)
                PERFORM  0260-1000-GENERATE-MESSAGE
                    THRU 0260-1000-GENERATE-MESSAGE-X
           END-IF.

       5000-PRINT-GRAND-TOTALS-X.
           EXIT.
      /
      *-------------------
       6000-PRINT-PACKETS.
      *-------------------

           PERFORM  ECMX-3000-OPEN-INPUT
               THRU ECMX-3000-OPEN-INPUT-X.

           PERFORM  IMPX-3000-OPEN-INPUT
               THRU IMPX-3000-OPEN-INPUT-X.

           PERFORM  ECPK-4000-OPEN-OUTPUT
               THRU ECPK-4000-OPEN-OUTPUT-X.

           PERFORM  ECMX-1000-READ
               THRU ECMX-1000-READ-X.

           PERFORM  IMPX-1000-READ
               THRU IMPX-1000-READ-X.

           PERFORM  6100-PRINT-ONE-PACKET
               THRU 6100-PRINT-ONE-PACKET-X
               UNTIL WECMX-SEQ-IO-EOF.

           PERFORM  ECMX-5000-CLOSE
               THRU ECMX-5000-CLOSE-X.

           PERFORM  IMPX-5000-CLOSE
               THRU IMPX-5000-CLOSE-X.

           PERFORM  ECPK-5000-CLOSE
               THRU ECPK-5000-CLOSE-X.

       6000-PRINT-PACKETS-X.
           EXIT.
      /
      *----------------------
       6100-PRINT-ONE-PACKET.
      *----------------------

           ADD  1                      TO WS-ECMX-REC-READ.

           MOVE RECMX-UWPR-INFO        TO RUWPR-SEQ-REC-INFO.

           IF   RUWPR-APP-ID           NOT = WS-CUR-IMPX-APP-ID
                PERFORM  6200-LOAD-IMPAIRMENTS
                    THRU 6200-LOAD-IMPAIRMENTS-X
           END-IF.

           MOVE SPACES                 TO WS-RPT-LINE.
           STRING 'CONTESTABLE CLAIM INVESTIGATION - CLAIM '
                  RECMX-CLM-ID
                  '   POLICY '
                  RECMX-POL-ID
                  '   PREPARED '
                  WS-RUN-DT-CCYYMMDD
                  DELIMITED BY SIZE
                  INTO WS-RPT-LINE.
           MOVE SPACES                 TO RECPK-SEQ-REC-INFO.
           SET  RECPK-NEW-PAGE         TO TRUE.
           MOVE WS-RPT-LINE            TO RECPK-LINE-TXT.
           PERFORM  ECPK-2000-WRITE
               THRU ECPK-2000-WRITE-X.

           MOVE SPACES                 TO WS-RPT-LINE.
           PERFORM  6900-PRINT-LINE
               THRU 6900-PRINT-LINE-X.

           MOVE RECMX-CLM-AMT          TO WS-PIC-AMT.
           MOVE RECMX-DUR-MM           TO WS-PIC-DUR.
           MOVE SPACES                 TO WS-RPT-LINE.
           STRING 'CLAIM TYPE  ' RECMX-CLM-TYP-CD
                  '   LOSS ' RECMX-LOSS-DT
                  '   REPORTED ' RECMX-RPT-DT
                  '   CAUSE ' RECMX-CAUSE-CD
                  '   AMOUNT ' WS-PIC-AMT
                  '   MONTHS IN FORCE ' WS-PIC-DUR
                  DELIMITED BY SIZE
                  INTO WS-RPT-LINE.
           PERFORM  6900-PRINT-LINE
               THRU 6900-PRINT-LINE-X.

           MOVE SPACES                 TO WS-RPT-LINE.
           STRING 'APPLICATION ' RUWPR-APP-ID
                  '   PLAN ' RUWPR-PLAN-ID
                  '   CHANNEL ' RUWPR-CHNL-CD
                  '   AGENT ' RUWPR-SALES-REP-NUM
                  '   OFFICE ' RUWPR-SO-NUM '/' RUWPR-BR-NUM
                  '   ISSUED ' RUWPR-CNV-DT
                  DELIMITED BY SIZE
                  INTO WS-RPT-LINE.
           PERFORM  6900-PRINT-LINE
               THRU 6900-PRINT-LINE-X.

           MOVE SPACES                 TO WS-RPT-LINE.
           PERFORM  6900-PRINT-LINE
               THRU 6900-PRINT-LINE-X.

           MOVE 'DECLARED AT APPLICATION'
                                       TO WS-RPT-LINE.
           PERFORM  6900-PRINT-LINE
               THRU 6900-PRINT-LINE-X.

           MOVE SPACES                 TO WS-RPT-LINE.
           STRING '    INSURED     ' RUWPR-INSRD-SUR-NM
                  ' ' RUWPR-INSRD-GIV-NM
                  '   BORN ' RUWPR-INSRD-BTH-DT
                  '   SEX ' RUWPR-INSRD-SEX-CD
                  DELIMITED BY SIZE
                  INTO WS-RPT-LINE.
           PERFORM  6900-PRINT-LINE
               THRU 6900-PRINT-LINE-X.

           MOVE RUWPR-INSRD-EARN-INCM-AMT
                                       TO WS-PIC-AMT.
           MOVE SPACES                 TO WS-RPT-LINE.
           STRING '    SMOKER      ' RUWPR-INSRD-SMKR-CD
                  '   OCCUPATION ' RUWPR-INSRD-OCCP-CD
                  '   EARNED INCOME ' WS-PIC-AMT
                  DELIMITED BY SIZE
                  INTO WS-RPT-LINE.
           PERFORM  6900-PRINT-LINE
               THRU 6900-PRINT-LINE-X.

           MOVE RUWPR-FACE-AMT         TO WS-PIC-AMT.
           MOVE SPACES                 TO WS-RPT-LINE.
           STRING '    FACE AMOUNT ' WS-PIC-AMT
                  DELIMITED BY SIZE
                  INTO WS-RPT-LINE.
           PERFORM  6900-PRINT-LINE
               THRU 6900-PRINT-LINE-X.

           MOVE SPACES                 TO WS-RPT-LINE.
           PERFORM  6900-PRINT-LINE
               THRU 6900-PRINT-LINE-X.

           MOVE SPACES                 TO WS-RPT-LINE.
           STRING 'UNDERWRITING PATH ' RUWPR-UW-PATH-CD
                  '   (R RATED  L LAB REFERRAL  M MIB HIT  '
                  'A AUTO-DECISION  F FULL UNDERWRITING)'
                  DELIMITED BY SIZE
                  INTO WS-RPT-LINE.
           PERFORM  6900-PRINT-LINE
               THRU 6900-PRINT-LINE-X.

           MOVE SPACES                 TO WS-RPT-LINE.
           STRING '    AUTO-DECISION ' RUWPR-AUTO-DECSN-IND
                  '   SHADOW PRODUCTION/CANDIDATE '
                  RUWPR-SHDW-PROD-OUTCOME-CD '/'
                  RUWPR-SHDW-CAND-OUTCOME-CD
                  '   FIRST DIFFERING RULE ' RUWPR-SHDW-DIFF-FLD-ID
                  DELIMITED BY SIZE
                  INTO WS-RPT-LINE.
           PERFORM  6900-PRINT-LINE
               THRU 6900-PRINT-LINE-X.

           MOVE SPACES                 TO WS-RPT-LINE.
           STRING '    MIB HIT ' RUWPR-MIB-HIT-IND
                  '   CODES ' RUWPR-MIB-HIT-CD (1)
                  ' ' RUWPR-MIB-HIT-CD (2)
                  ' ' RUWPR-MIB-HIT-CD (3)
                  '   LAB REFERRAL ' RUWPR-LAB-REFER-IND
                  '   TEST ' RUWPR-LAB-REFER-TEST-CD
                  '   RATED ' RUWPR-RATG-IND
                  '   TYPE ' RUWPR-RATG-TYP-CD
                  '   TABLE ' RUWPR-TBL-RATG-CD
                  DELIMITED BY SIZE
                  INTO WS-RPT-LINE.
           PERFORM  6900-PRINT-LINE
               THRU 6900-PRINT-LINE-X.

           MOVE SPACES                 TO WS-RPT-LINE.
           PERFORM  6900-PRINT-LINE
               THRU 6900-PRINT-LINE-X.

           MOVE 'IMPAIRMENT ANSWERS GIVEN ON THE APPLICATION'
                                       TO WS-RPT-LINE.
           PERFORM  6900-PRINT-LINE
               THRU 6900-PRINT-LINE-X.

           IF   WS-IMPR-CNT            = ZERO
                MOVE '    NONE DISCLOSED'
                                       TO WS-RPT-LINE
                PERFORM  6900-PRINT-LINE
                    THRU 6900-PRINT-LINE-X
           END-IF.

           PERFORM  6300-PRINT-IMPAIRMENT
               THRU 6300-PRINT-IMPAIRMENT-X
               VARYING WS-IMPR-SUB FROM 1 BY 1
               UNTIL   WS-IMPR-SUB > WS-IMPR-CNT.

           IF   WS-IMPR-DROPPED-CNT    > ZERO
                MOVE WS-IMPR-DROPPED-CNT
                                       TO WS-PIC-COUNTER
                MOVE SPACES            TO WS-RPT-LINE
                STRING '    AND ' WS-PIC-COUNTER
                       ' FURTHER ANSWERS - SEE THE IMPX EXTRACT'
                       DELIMITED BY SIZE
                       INTO WS-RPT-LINE
                PERFORM  6900-PRINT-LINE
                    THRU 6900-PRINT-LINE-X
           END-IF.

           ADD  1                      TO WS-PACKET-CNT.

           PERFORM  ECMX-1000-READ
               THRU ECMX-1000-READ-X.

       6100-PRINT-ONE-PACKET-X.
           EXIT.
      /
      *----------------------
       6200-LOAD-IMPAIRMENTS.
      *----------------------

           MOVE RUWPR-APP-ID           TO WS-CUR-IMPX-APP-ID.
           MOVE ZERO                   TO WS-IMPR-CNT
                                          WS-IMPR-DROPPED-CNT.

           PERFORM  6210-IMPX-READ-AHEAD
               THRU 6210-IMPX-READ-AHEAD-X
               UNTIL WIMPX-SEQ-IO-EOF
               OR    RIMPX-APP-ID NOT LESS THAN WS-CUR-IMPX-APP-ID.

           PERFORM  6220-IMPX-CONSUME-GROUP
               THRU 6220-IMPX-CONSUME-GROUP-X
               UNTIL WIMPX-SEQ-IO-EOF
               OR    RIMPX-APP-ID NOT = WS-CUR-IMPX-APP-ID.

       6200-LOAD-IMPAIRMENTS-X.
           EXIT.
      /
      *---------------------
       6210-IMPX-READ-AHEAD.
      *---------------------

           PERFORM  IMPX-1000-READ
               THRU IMPX-1000-READ-X.

       6210-IMPX-READ-AHEAD-X.
           EXIT.
      /
      *------------------------
       6220-IMPX-CONSUME-GROUP.
      *------------------------

           IF   WS-IMPR-CNT            < WS-IMPR-MAX
                ADD  1                 TO WS-IMPR-CNT
                MOVE RIMPX-IMPR-CD     TO WS-IMPR-CD (WS-IMPR-CNT)
                MOVE RIMPX-IMPR-SVRTY-CD
                                       TO WS-IMPR-SVRTY-CD
                                          (WS-IMPR-CNT)
                MOVE RIMPX-STRUCT-NM   TO WS-IMPR-STRUCT-NM
                                          (WS-IMPR-CNT)
                MOVE RIMPX-FLD-NM      TO WS-IMPR-FLD-NM (WS-IMPR-CNT)
                MOVE RIMPX-ANSR-VALU   TO WS-IMPR-ANSR-VALU
                                          (WS-IMPR-CNT)
           ELSE
                ADD  1                 TO WS-IMPR-DROPPED-CNT
           END-IF.

           PERFORM  IMPX-1000-READ
               THRU IMPX-1000-READ-X.

       6220-IMPX-CONSUME-GROUP-X.
           EXIT.
      /
      *----------------------
       6300-PRINT-IMPAIRMENT.
      *----------------------

           MOVE SPACES                 TO WS-RPT-LINE.
           STRING '    ' WS-IMPR-STRUCT-NM (WS-IMPR-SUB)
                  ' ' WS-IMPR-FLD-NM (WS-IMPR-SUB)
                  ' ANSWER ' WS-IMPR-ANSR-VALU (WS-IMPR-SUB)
                  '   IMPAIRMENT ' WS-IMPR-CD (WS-IMPR-SUB)
                  '   SEVERITY ' WS-IMPR-SVRTY-CD (WS-IMPR-SUB)
                  DELIMITED BY SIZE
                  INTO WS-RPT-LINE.
           PERFORM  6900-PRINT-LINE
               THRU 6900-PRINT-LINE-X.

       6300-PRINT-IMPAIRMENT-X.
           EXIT.
      /
      *----------------
       6900-PRINT-LINE.
      *----------------

           MOVE SPACES                 TO RECPK-SEQ-REC-INFO.
           MOVE WS-RPT-LINE            TO RECPK-LINE-TXT.

           PERFORM  ECPK-2000-WRITE
               THRU ECPK-2000-WRITE-X.

       6900-PRINT-LINE-X.
           EXIT.
      /
      *****************************************************************
      * I/O PROCESSING COPYBOOKS                                      *
      *****************************************************************

       COPY ACPIUWPR.
      /
       COPY ACPIECLM.
      /
       COPY ACPIECMX.
      /
       COPY ACPIECRX.
      /
       COPY ACPIIMPX.
      /
       COPY ACPIECPK.
      /
      *****************************************************************
      * ERROR HANDLING ROUTINES                                       *
      *****************************************************************

       COPY XCPL0030.

       COPY XCPL0260.

      *****************************************************************
      **                 END OF PROGRAM ASBM9528                     **
      *****************************************************************
