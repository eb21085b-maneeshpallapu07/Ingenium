      *************************
       IDENTIFICATION DIVISION.
      *************************

       PROGRAM-ID. ASBM9527.

       COPY XCWWCRHT.

      *****************************************************************
      **  MEMBER :  ASBM9527                                         **
      **  REMARKS:  UNDERWRITING PATH REGISTER AT ISSUE.  EARLY      **
      **            CLAIMS ARE THE BEST TEST OF THE UNDERWRITING     **
      **            RULES, BUT BY THE TIME A CLAIM ARRIVES THE       **
      **            UPLOAD ROWS MAY HAVE BEEN ARCHIVED.  THIS STEP   **
      **            RECORDS, FOR EVERY POLICY CONVERTED IN THE RUN   **
      **            WINDOW, THE PATH ITS APPLICATION TOOK AND WHAT   **
      **            THE INSURED DISCLOSED, ON THE UWPR REGISTER      **
      **            THAT ASBM9528 MATCHES THE CLAIMS SYSTEM'S EARLY- **
      **            CLAIM FILE AGAINST.                              **
      **                                                             **
      **            READS THE RUPOL DRIVER EXTRACT WITH THE RUCLI    **
      **            CLIENT AND RUCVG COVERAGE EXTRACTS, THE AADX     **
      **            AUTO-DECISION AND SHDX SHADOW EXTRACTS AND THE   **
      **            MIBR MIB AND LABR LAB RESULT FILES (ALL SORTED   **
      **            BY APP ID; THE JCL CONCATENATES THE GENERATIONS  **
      **            THAT COVER THE APPLICATIONS CONVERTING).  A LAB  **
      **            TEST OUTSIDE ITS LTRM REFERRAL RANGE IS A LAB    **
      **            REFERRAL; THE URTG RATING ROWS OF EACH COVERAGE  **
      **            ARE BROWSED FOR A SUBSTANDARD RATING.  THE PATH  **
      **            KEPT IS THE MOST SEVERE STEP - RATED, LAB        **
      **            REFERRAL, MIB HIT, AUTO-DECISION, ELSE FULL      **
      **            UNDERWRITING - WITH EVERY INDICATOR BESIDE IT.   **
      **            THE APPLICATION'S PRODUCT APPLICATION TYPE IS    **
      **            THE CHANNEL.  A FULL LAB THRESHOLD TABLE OR A    **
      **            FAILED RATING BROWSE ENDS THE STEP RC 8.         **
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
731046**  15OCT26  DEV    NEW PROGRAM                                **
      *****************************************************************

      **********************
       ENVIRONMENT DIVISION.
      **********************

       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY ACSSAADX.
       COPY ACSSSHDX.
       COPY ACSSMIBR.
       COPY ACSSLABR.
       COPY ACSSLTRM.
       COPY ACSSUWPR.

      ***************
       DATA DIVISION.
      ***************

       FILE SECTION.

       COPY ACSDAADX.

       COPY ACSRAADX.

       COPY ACSDSHDX.

       COPY ACSRSHDX.

       COPY ACSDMIBR.

       COPY ACSRMIBR.

       COPY ACSDLABR.

       COPY ACSRLABR.

       COPY ACSDLTRM.

       COPY ACSRLTRM.

       COPY ACSDUWPR.

       COPY ACSRUWPR.

       WORKING-STORAGE SECTION.

       COPY XCWWPGWS REPLACING '$VAR1' BY 'ASBM9527'.

       COPY SQLCA.

       01  WS-COUNTERS.
           05  WS-LTRM-REC-READ             PIC 9(07)  VALUE ZEROS.
           05  WS-RUPOL-REC-READ            PIC 9(07)  VALUE ZEROS.
           05  WS-POL-ISSUED-CNT            PIC 9(07)  VALUE ZEROS.
           05  WS-UWPR-REC-WRITTEN          PIC 9(07)  VALUE ZEROS.
           05  WS-PATH-AUTO-CNT             PIC 9(07)  VALUE ZEROS.
           05  WS-PATH-FULL-CNT             PIC 9(07)  VALUE ZEROS.
           05  WS-PATH-MIB-CNT              PIC 9(07)  VALUE ZEROS.
           05  WS-PATH-LAB-CNT              PIC 9(07)  VALUE ZEROS.
           05  WS-PATH-RATED-CNT            PIC 9(07)  VALUE ZEROS.
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
           05  WS-MAX-RC                    PIC 9(02)  VALUE ZERO.
           05  WS-URTG-FAIL-SW              PIC X(01)  VALUE 'N'.
               88  WS-URTG-FAILED                 VALUE 'Y'.

      * THE CURRENT POLICY'S INSURED (THE FIRST INSURED CLIENT, ELSE
      * THE FIRST CLIENT) AND BASE COVERAGE (THE ROW FOR THE POLICY'S
      * OWN PLAN, ELSE THE FIRST ROW).

       01  WS-APP-WORK-AREA.
           05  WS-CLI-ROW-COUNT             PIC 9(03).
           05  WS-INSRD-FOUND-SW            PIC X(01).
               88  WS-INSRD-FOUND                 VALUE 'Y'.
           05  WS-CVG-ROW-COUNT             PIC 9(03).
           05  WS-BASE-FOUND-SW             PIC X(01).
               88  WS-BASE-FOUND                  VALUE 'Y'.
           05  WS-MIB-SUB                   PIC S9(04) COMP.
           05  WS-MIB-USE-SUB               PIC S9(04) COMP.
           05  WS-TEST-SUB                  PIC S9(04) COMP.
           05  WS-CHK-HIT-CD                PIC X(06).

      * LAB TEST REFERRAL RANGES FROM THE LTRM MASTER.

       01  WS-LTRM-WORK-AREA.
           05  WS-LTRM-MAX                  PIC S9(04) COMP VALUE +500.
           05  WS-LTRM-CNT                  PIC S9(04) COMP VALUE ZERO.
           05  WS-LTRM-SUB                  PIC S9(04) COMP.
           05  WS-LTRM-USE-SUB              PIC S9(04) COMP.
           05  WS-LTRM-TBL.
               10  WS-LTRM-ENTRY            OCCURS 500 TIMES.
                   15  WS-LTRM-TEST-CD      PIC X(05).
                   15  WS-LTRM-SEX-CD       PIC X(01).
                   15  WS-LTRM-AGE-FROM     PIC 9(03).
                   15  WS-LTRM-AGE-TO       PIC 9(03).
                   15  WS-LTRM-LOW-VALU     PIC 9(05)V99.
                   15  WS-LTRM-HIGH-VALU    PIC 9(05)V99.
           05  WS-LTRM-OVRFLW-SW            PIC X(01)  VALUE 'N'.
               88  WS-LTRM-OVERFLOW               VALUE 'Y'.
      /
       COPY XCWTFCMD.
      /
       COPY ACSWRUPL.
       COPY ACSWUCLI.
       COPY ACSWUCVG.
       COPY ACSWAADX.
       COPY ACSWSHDX.
       COPY ACSWMIBR.
       COPY ACSWLABR.
       COPY ACSWLTRM.
       COPY ACSWUWPR.
      /
      *****************************************************************
      * INPUT PARAMETER INFORMATION                                   *
      *****************************************************************

       01  WGLOB-GLOBAL-AREA.
       COPY XCWWGLOB.

       COPY ACFRUPOL.
       COPY ACFRUCLI.
       COPY ACFRUCVG.
       COPY ACFWURTG.
       COPY ACFRURTG.
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

           PERFORM  0200-INITIALIZE
               THRU 0200-INITIALIZE-X.

           PERFORM  1000-LOAD-LAB-THRESHOLDS
               THRU 1000-LOAD-LAB-THRESHOLDS-X.

      *
      * WITHOUT THE FULL THRESHOLD TABLE A LAB REFERRAL COULD BE
      * MISSED - ON OVERFLOW NO REGISTER IS WRITTEN.
      *
           IF   NOT WS-LTRM-OVERFLOW
                PERFORM  0100-OPEN-FILES
                    THRU 0100-OPEN-FILES-X

                PERFORM  RUPL-1000-READ
                    THRU RUPL-1000-READ-X
                PERFORM  UCLI-1000-READ
                    THRU UCLI-1000-READ-X
                PERFORM  UCVG-1000-READ
                    THRU UCVG-1000-READ-X
                PERFORM  AADX-1000-READ
                    THRU AADX-1000-READ-X
                PERFORM  SHDX-1000-READ
                    THRU SHDX-1000-READ-X
                PERFORM  MIBR-1000-READ
                    THRU MIBR-1000-READ-X
                PERFORM  LABR-1000-READ
                    THRU LABR-1000-READ-X

                PERFORM  2000-PROCESS-POLICY
                    THRU 2000-PROCESS-POLICY-X
                    UNTIL WRUPL-SEQ-IO-EOF
                    OR    WS-URTG-FAILED

                PERFORM  9999-CLOSE-FILES
                    THRU 9999-CLOSE-FILES-X
           END-IF.

           PERFORM  5000-PRINT-GRAND-TOTALS
               THRU 5000-PRINT-GRAND-TOTALS-X.

           IF   WS-LTRM-OVERFLOW
           OR   WS-URTG-FAILED
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

           PERFORM  RUPL-3000-OPEN-INPUT
               THRU RUPL-3000-OPEN-INPUT-X.

           PERFORM  UCLI-3000-OPEN-INPUT
               THRU UCLI-3000-OPEN-INPUT-X.

           PERFORM  UCVG-3000-OPEN-INPUT
               THRU UCVG-3000-OPEN-INPUT-X.

           PERFORM  AADX-3000-OPEN-INPUT
               THRU AADX-3000-OPEN-INPUT-X.

           PERFORM  SHDX-3000-OPEN-INPUT
               THRU SHDX-3000-OPEN-INPUT-X.

           PERFORM  MIBR-3000-OPEN-INPUT
               THRU MIBR-3000-OPEN-INPUT-X.

           PERFORM  LABR-3000-OPEN-INPUT
               THRU LABR-3000-OPEN-INPUT-X.

           PERFORM  UWPR-4000-OPEN-OUTPUT
               THRU UWPR-4000-OPEN-OUTPUT-X.

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
                MOVE 'AS95270001'      TO WGLOB-MSG-REF-INFO
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
      *-------------------------
       1000-LOAD-LAB-THRESHOLDS.
      *-------------------------

           PERFORM  LTRM-3000-OPEN-INPUT
               THRU LTRM-3000-OPEN-INPUT-X.

           PERFORM  LTRM-1000-READ
               THRU LTRM-1000-READ-X.

           PERFORM  1100-LOAD-ONE-THRESHOLD
               THRU 1100-LOAD-ONE-THRESHOLD-X
               UNTIL WLTRM-SEQ-IO-EOF
               OR    WS-LTRM-OVERFLOW.

           PERFORM  LTRM-5000-CLOSE
               THRU LTRM-5000-CLOSE-X.

       1000-LOAD-LAB-THRESHOLDS-X.
           EXIT.
      /
      *------------------------
       1100-LOAD-ONE-THRESHOLD.
      *------------------------

           ADD  1                      TO WS-LTRM-REC-READ.

           IF   WS-LTRM-CNT            NOT < WS-LTRM-MAX
                SET  WS-LTRM-OVERFLOW  TO TRUE
      *MSG: LAB THRESHOLD TABLE FULL AT @1 - NO REGISTER WRITTEN - RC 8
                MOVE 'AS95270002'      TO WGLOB-MSG-REF-INFO
                MOVE WS-LTRM-MAX       TO WS-PIC-COUNTER
                MOVE WS-PIC-COUNTER    TO WGLOB-MSG-PARM (1)
                PERFORM  0260-1000-GENERATE-MESSAGE
                    THRU 0260-1000-GENERATE-MESSAGE-X
                GO TO 1100-LOAD-ONE-THRESHOLD-X
           END-IF.

           ADD  1                      TO WS-LTRM-CNT.
           MOVE RLTRM-TEST-CD          TO WS-LTRM-TEST-CD (WS-LTRM-CNT).
           MOVE RLTRM-SEX-CD           TO WS-LTRM-SEX-CD (WS-LTRM-CNT).
           MOVE RLTRM-AGE-FROM         TO WS-LTRM-AGE-FROM
                                          (WS-LTRM-CNT).
           MOVE RLTRM-AGE-TO           TO WS-LTRM-AGE-TO (WS-LTRM-CNT).
           MOVE RLTRM-LOW-REFER-VALU   TO WS-LTRM-LOW-VALU
                                          (WS-LTRM-CNT).
           MOVE RLTRM-HIGH-REFER-VALU  TO WS-LTRM-HIGH-VALU
                                          (WS-LTRM-CNT).

           PERFORM  LTRM-1000-READ
               THRU LTRM-1000-READ-X.

       1100-LOAD-ONE-THRESHOLD-X.
           EXIT.
      /
      *--------------------
       2000-PROCESS-POLICY.
      *--------------------

           ADD  1                      TO WS-RUPOL-REC-READ.

           IF   NOT RUPOL-POL-ASGN
           OR   RUPOL-POL-ID           = SPACES
           OR   RUPOL-POL-CNV-DT       < WS-FROM-DT
           OR   RUPOL-POL-CNV-DT       > WS-TO-DT
                GO TO 2000-PROCESS-POLICY-R
           END-IF.

           ADD  1                      TO WS-POL-ISSUED-CNT.

           MOVE SPACES                 TO RUWPR-SEQ-REC-INFO.
           MOVE ZERO                   TO RUWPR-INSRD-EARN-INCM-AMT
                                          RUWPR-FACE-AMT.
           MOVE 'N'                    TO RUWPR-AUTO-DECSN-IND
                                          RUWPR-MIB-HIT-IND
                                          RUWPR-LAB-REFER-IND
                                          RUWPR-RATG-IND.
           MOVE RUPOL-POL-ID           TO RUWPR-POL-ID.
           MOVE RUPOL-APP-ID           TO RUWPR-APP-ID.
           MOVE RUPOL-PLAN-ID          TO RUWPR-PLAN-ID.
           MOVE RUPOL-PROD-APP-TYP-CD  TO RUWPR-CHNL-CD.
           MOVE RUPOL-SO-NUM           TO RUWPR-SO-NUM.
           MOVE RUPOL-BR-NUM           TO RUWPR-BR-NUM.
           MOVE RUPOL-SALES-REP-NUM    TO RUWPR-SALES-REP-NUM.
           MOVE RUPOL-POL-CNV-DT       TO RUWPR-CNV-DT.

           PERFORM  2100-MATCH-UCLI
               THRU 2100-MATCH-UCLI-X.

           PERFORM  2200-MATCH-UCVG
               THRU 2200-MATCH-UCVG-X.

           PERFORM  2300-MATCH-AADX
               THRU 2300-MATCH-AADX-X.

           PERFORM  2400-MATCH-SHDX
               THRU 2400-MATCH-SHDX-X.

           PERFORM  2500-MATCH-MIBR
               THRU 2500-MATCH-MIBR-X.

           PERFORM  2600-MATCH-LABR
               THRU 2600-MATCH-LABR-X.

           IF   WS-URTG-FAILED
                GO TO 2000-PROCESS-POLICY-X
           END-IF.

           PERFORM  3000-WRITE-UWPR-REC
               THRU 3000-WRITE-UWPR-REC-X.

       2000-PROCESS-POLICY-R.

           PERFORM  RUPL-1000-READ
               THRU RUPL-1000-READ-X.

       2000-PROCESS-POLICY-X.
           EXIT.
      /
      *----------------
       2100-MATCH-UCLI.
      *----------------

           PERFORM  2110-UCLI-READ-AHEAD
               THRU 2110-UCLI-READ-AHEAD-X
               UNTIL WUCLI-SEQ-IO-EOF
               OR    RUCLI-APP-ID NOT LESS THAN RUPOL-APP-ID.

           MOVE ZERO                   TO WS-CLI-ROW-COUNT.
           MOVE 'N'                    TO WS-INSRD-FOUND-SW.

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

      * WHAT THE INSURED DECLARED ABOUT THEMSELVES - SEX, SMOKING,
      * OCCUPATION AND EARNED INCOME - GOES ON THE REGISTER.

           IF   WS-CLI-ROW-COUNT       = ZERO
           OR  (RUCLI-POL-CLI-INSRD-CD > SPACES
           AND  NOT WS-INSRD-FOUND)
                MOVE RUCLI-CLI-SUR-NM  TO RUWPR-INSRD-SUR-NM
                MOVE RUCLI-CLI-GIV-NM  TO RUWPR-INSRD-GIV-NM
                MOVE RUCLI-CLI-BTH-DT  TO RUWPR-INSRD-BTH-DT
                MOVE RUCLI-CLI-SEX-CD  TO RUWPR-INSRD-SEX-CD
                MOVE RUCLI-CLI-SMKR-CD (1:1)
                                       TO RUWPR-INSRD-SMKR-CD
                MOVE RUCLI-CLI-OCCP-CD TO RUWPR-INSRD-OCCP-CD
                MOVE RUCLI-CLI-EARN-INCM-AMT
                                       TO RUWPR-INSRD-EARN-INCM-AMT
           END-IF.

           IF   RUCLI-POL-CLI-INSRD-CD > SPACES
                SET  WS-INSRD-FOUND    TO TRUE
           END-IF.

           ADD  1                      TO WS-CLI-ROW-COUNT.

           PERFORM  UCLI-1000-READ
               THRU UCLI-1000-READ-X.

       2120-UCLI-CONSUME-GROUP-X.
           EXIT.
      /
      *----------------
       2200-MATCH-UCVG.
      *----------------

           PERFORM  2210-UCVG-READ-AHEAD
               THRU 2210-UCVG-READ-AHEAD-X
               UNTIL WUCVG-SEQ-IO-EOF
               OR    RUCVG-APP-ID NOT LESS THAN RUPOL-APP-ID.

           MOVE ZERO                   TO WS-CVG-ROW-COUNT.
           MOVE 'N'                    TO WS-BASE-FOUND-SW.

           PERFORM  2220-UCVG-CONSUME-GROUP
               THRU 2220-UCVG-CONSUME-GROUP-X
               UNTIL WUCVG-SEQ-IO-EOF
               OR    RUCVG-APP-ID NOT = RUPOL-APP-ID
               OR    WS-URTG-FAILED.

       2200-MATCH-UCVG-X.
           EXIT.
      /
      *---------------------
       2210-UCVG-READ-AHEAD.
      *---------------------

           PERFORM  UCVG-1000-READ
               THRU UCVG-1000-READ-X.

       2210-UCVG-READ-AHEAD-X.
           EXIT.
      /
      *------------------------
       2220-UCVG-CONSUME-GROUP.
      *------------------------

           IF   WS-CVG-ROW-COUNT       = ZERO
           OR  (RUCVG-PLAN-ID          = RUPOL-PLAN-ID
           AND  NOT WS-BASE-FOUND)
                MOVE RUCVG-INIT-COV-AMT
                                       TO RUWPR-FACE-AMT
           END-IF.

           IF   RUCVG-PLAN-ID          = RUPOL-PLAN-ID
                SET  WS-BASE-FOUND     TO TRUE
           END-IF.

           ADD  1                      TO WS-CVG-ROW-COUNT.

           PERFORM  2250-FETCH-RATING
               THRU 2250-FETCH-RATING-X.

           PERFORM  UCVG-1000-READ
               THRU UCVG-1000-READ-X.

       2220-UCVG-CONSUME-GROUP-X.
           EXIT.
      /
      *------------------
       2250-FETCH-RATING.
      *------------------

      * THE FIRST TABLE, FLAT OR EXCLUSION ROW ON ANY COVERAGE MAKES
      * THE POLICY RATED.  A REDUCED FACE OFFER IS NOT A RATING.

           MOVE RUCVG-APP-ID           TO WURTG-APP-ID.
           MOVE RUCVG-STCKR-ID         TO WURTG-STCKR-ID.
           MOVE RUCVG-PLAN-ID          TO WURTG-PLAN-ID.

           PERFORM  URTG-1000-BROWSE
               THRU URTG-1000-BROWSE-X.

           PERFORM  URTG-2000-READ-NEXT
               THRU URTG-2000-READ-NEXT-X.

           PERFORM  2260-CHECK-RATING-ROW
               THRU 2260-CHECK-RATING-ROW-X
               UNTIL NOT WURTG-IO-OK.

           IF   WURTG-IO-ERROR
                SET  WS-URTG-FAILED    TO TRUE
      *MSG: RATING BROWSE FAILED AT APP @1 - REGISTER INCOMPLETE - RC 8
                MOVE 'AS95270003'      TO WGLOB-MSG-REF-INFO
                MOVE RUCVG-APP-ID      TO WGLOB-MSG-PARM (1)
                PERFORM  0260-1000-GENERATE-MESSAGE
                    THRU 0260-1000-GENERATE-MESSAGE-X
           END-IF.

           PERFORM  URTG-3000-CLOSE-BROWSE
               THRU URTG-3000-CLOSE-BROWSE-X.

       2250-FETCH-RATING-X.
           EXIT.
      /
      *----------------------
       2260-CHECK-RATING-ROW.
      *----------------------

           IF   NOT RURTG-RATG-TYP-RDCD-FACE
           AND  NOT RUWPR-RATED
                MOVE 'Y'               TO RUWPR-RATG-IND
                MOVE RURTG-RATG-TYP-CD TO RUWPR-RATG-TYP-CD
                MOVE RURTG-TBL-RATG-CD TO RUWPR-TBL-RATG-CD
           END-IF.

           PERFORM  URTG-2000-READ-NEXT
               THRU URTG-2000-READ-NEXT-X.

       2260-CHECK-RATING-ROW-X.
           EXIT.
      /
      *----------------
       2300-MATCH-AADX.
      *----------------

           PERFORM  2310-AADX-READ-AHEAD
               THRU 2310-AADX-READ-AHEAD-X
               UNTIL WAADX-SEQ-IO-EOF
               OR    RAADX-APP-ID NOT LESS THAN RUPOL-APP-ID.

           PERFORM  2320-AADX-CONSUME-GROUP
               THRU 2320-AADX-CONSUME-GROUP-X
               UNTIL WAADX-SEQ-IO-EOF
               OR    RAADX-APP-ID NOT = RUPOL-APP-ID.

       2300-MATCH-AADX-X.
           EXIT.
      /
      *---------------------
       2310-AADX-READ-AHEAD.
      *---------------------

           PERFORM  AADX-1000-READ
               THRU AADX-1000-READ-X.

       2310-AADX-READ-AHEAD-X.
           EXIT.
      /
      *------------------------
       2320-AADX-CONSUME-GROUP.
      *------------------------

           MOVE 'Y'                    TO RUWPR-AUTO-DECSN-IND.

           PERFORM  AADX-1000-READ
               THRU AADX-1000-READ-X.

       2320-AADX-CONSUME-GROUP-X.
           EXIT.
      /
      *----------------
       2400-MATCH-SHDX.
      *----------------

           PERFORM  2410-SHDX-READ-AHEAD
               THRU 2410-SHDX-READ-AHEAD-X
               UNTIL WSHDX-SEQ-IO-EOF
               OR    RSHDX-APP-ID NOT LESS THAN RUPOL-APP-ID.

           PERFORM  2420-SHDX-CONSUME-GROUP
               THRU 2420-SHDX-CONSUME-GROUP-X
               UNTIL WSHDX-SEQ-IO-EOF
               OR    RSHDX-APP-ID NOT = RUPOL-APP-ID.

       2400-MATCH-SHDX-X.
           EXIT.
      /
      *---------------------
       2410-SHDX-READ-AHEAD.
      *---------------------

           PERFORM  SHDX-1000-READ
               THRU SHDX-1000-READ-X.

       2410-SHDX-READ-AHEAD-X.
           EXIT.
      /
      *------------------------
       2420-SHDX-CONSUME-GROUP.
      *------------------------

      * THE SHADOW RULE SET'S OUTCOME BESIDE PRODUCTION'S SHOWS
      * WHETHER A CANDIDATE RULE WOULD HAVE CAUGHT THE CLAIM.

           IF   RSHDX-REC-TYP-DETAIL
                MOVE RSHDX-PROD-OUTCOME-CD
                                       TO RUWPR-SHDW-PROD-OUTCOME-CD
                MOVE RSHDX-CAND-OUTCOME-CD
                                       TO RUWPR-SHDW-CAND-OUTCOME-CD
                MOVE RSHDX-FIRST-DIFF-FLD-ID
                                       TO RUWPR-SHDW-DIFF-FLD-ID
           END-IF.

           PERFORM  SHDX-1000-READ
               THRU SHDX-1000-READ-X.

       2420-SHDX-CONSUME-GROUP-X.
           EXIT.
      /
      *----------------
       2500-MATCH-MIBR.
      *----------------

           PERFORM  2510-MIBR-READ-AHEAD
               THRU 2510-MIBR-READ-AHEAD-X
               UNTIL WMIBR-SEQ-IO-EOF
               OR    RMIBR-APP-ID NOT LESS THAN RUPOL-APP-ID.

           PERFORM  2520-MIBR-CONSUME-GROUP
               THRU 2520-MIBR-CONSUME-GROUP-X
               UNTIL WMIBR-SEQ-IO-EOF
               OR    RMIBR-APP-ID NOT = RUPOL-APP-ID.

       2500-MATCH-MIBR-X.
           EXIT.
      /
      *---------------------
       2510-MIBR-READ-AHEAD.
      *---------------------

           PERFORM  MIBR-1000-READ
               THRU MIBR-1000-READ-X.

       2510-MIBR-READ-AHEAD-X.
           EXIT.
      /
      *------------------------
       2520-MIBR-CONSUME-GROUP.
      *------------------------

           IF   RMIBR-RESP-HIT
                MOVE 'Y'               TO RUWPR-MIB-HIT-IND
                MOVE RMIBR-HIT-CD-1    TO WS-CHK-HIT-CD
                PERFORM  2530-KEEP-HIT-CD
                    THRU 2530-KEEP-HIT-CD-X
                MOVE RMIBR-HIT-CD-2    TO WS-CHK-HIT-CD
                PERFORM  2530-KEEP-HIT-CD
                    THRU 2530-KEEP-HIT-CD-X
                MOVE RMIBR-HIT-CD-3    TO WS-CHK-HIT-CD
                PERFORM  2530-KEEP-HIT-CD
                    THRU 2530-KEEP-HIT-CD-X
           END-IF.

           PERFORM  MIBR-1000-READ
               THRU MIBR-1000-READ-X.

       2520-MIBR-CONSUME-GROUP-X.
           EXIT.
      /
      *-----------------
       2530-KEEP-HIT-CD.
      *-----------------

      * THE FIRST THREE HIT CODES ACROSS THE APPLICATION'S INSUREDS
      * ARE KEPT.

           IF   WS-CHK-HIT-CD          = SPACES
                GO TO 2530-KEEP-HIT-CD-X
           END-IF.

           MOVE ZERO                   TO WS-MIB-USE-SUB.

           PERFORM  2535-FIND-FREE-SLOT
               THRU 2535-FIND-FREE-SLOT-X
               VARYING WS-MIB-SUB FROM 1 BY 1
               UNTIL   WS-MIB-SUB > 3
               OR      WS-MIB-USE-SUB > ZERO.

           IF   WS-MIB-USE-SUB         > ZERO
                MOVE WS-CHK-HIT-CD     TO RUWPR-MIB-HIT-CD
                                          (WS-MIB-USE-SUB)
           END-IF.

       2530-KEEP-HIT-CD-X.
           EXIT.
      /
      *--------------------
       2535-FIND-FREE-SLOT.
      *--------------------

           IF   RUWPR-MIB-HIT-CD (WS-MIB-SUB) = SPACES
                MOVE WS-MIB-SUB        TO WS-MIB-USE-SUB
           END-IF.

       2535-FIND-FREE-SLOT-X.
           EXIT.
      /
      *----------------
       2600-MATCH-LABR.
      *----------------

           PERFORM  2610-LABR-READ-AHEAD
               THRU 2610-LABR-READ-AHEAD-X
               UNTIL WLABR-SEQ-IO-EOF
               OR    RLABR-APP-ID NOT LESS THAN RUPOL-APP-ID.

           PERFORM  2620-LABR-CONSUME-GROUP
               THRU 2620-LABR-CONSUME-GROUP-X
               UNTIL WLABR-SEQ-IO-EOF
               OR    RLABR-APP-ID NOT = RUPOL-APP-ID.

       2600-MATCH-LABR-X.
           EXIT.
      /
      *---------------------
       2610-LABR-READ-AHEAD.
      *---------------------

           PERFORM  LABR-1000-READ
               THRU LABR-1000-READ-X.

       2610-LABR-READ-AHEAD-X.
           EXIT.
      /
      *------------------------
       2620-LABR-CONSUME-GROUP.
      *------------------------

           PERFORM  2630-CHECK-ONE-TEST
               THRU 2630-CHECK-ONE-TEST-X
               VARYING WS-TEST-SUB FROM 1 BY 1
               UNTIL   WS-TEST-SUB > 3.

           PERFORM  LABR-1000-READ
               THRU LABR-1000-READ-X.

       2620-LABR-CONSUME-GROUP-X.
           EXIT.
      /
      *--------------------
       2630-CHECK-ONE-TEST.
      *--------------------

      *
      * A CODED TEST VALUE BELOW THE LOW OR ABOVE THE HIGH REFERRAL
      * VALUE OF ITS LTRM ROW (TEST, SEX OR '*', AGE BAND) REFERRED
      * THE CASE.  THE FIRST REFERRING TEST IS KEPT.
      *
           IF   RLABR-TEST-CD (WS-TEST-SUB) = SPACES
           OR   RUWPR-LAB-REFER
                GO TO 2630-CHECK-ONE-TEST-X
           END-IF.

           MOVE ZERO                   TO WS-LTRM-USE-SUB.

           PERFORM  2640-FIND-THRESHOLD
               THRU 2640-FIND-THRESHOLD-X
               VARYING WS-LTRM-SUB FROM 1 BY 1
               UNTIL   WS-LTRM-SUB > WS-LTRM-CNT
               OR      WS-LTRM-USE-SUB > ZERO.

           IF   WS-LTRM-USE-SUB        = ZERO
                GO TO 2630-CHECK-ONE-TEST-X
           END-IF.

           IF   RLABR-TEST-VALU (WS-TEST-SUB)
                    < WS-LTRM-LOW-VALU (WS-LTRM-USE-SUB)
           OR   RLABR-TEST-VALU (WS-TEST-SUB)
                    > WS-LTRM-HIGH-VALU (WS-LTRM-USE-SUB)
                MOVE 'Y'               TO RUWPR-LAB-REFER-IND
                MOVE RLABR-TEST-CD (WS-TEST-SUB)
                                       TO RUWPR-LAB-REFER-TEST-CD
           END-IF.

       2630-CHECK-ONE-TEST-X.
           EXIT.
      /
      *--------------------
       2640-FIND-THRESHOLD.
      *--------------------

           IF   WS-LTRM-TEST-CD (WS-LTRM-SUB)
                    = RLABR-TEST-CD (WS-TEST-SUB)
           AND (WS-LTRM-SEX-CD (WS-LTRM-SUB) = '*'
           OR   WS-LTRM-SEX-CD (WS-LTRM-SUB) = RLABR-CLI-SEX-CD)
           AND  WS-LTRM-AGE-FROM (WS-LTRM-SUB) NOT > RLABR-CLI-AGE
           AND  WS-LTRM-AGE-TO (WS-LTRM-SUB)   NOT < RLABR-CLI-AGE
                MOVE WS-LTRM-SUB       TO WS-LTRM-USE-SUB
           END-IF.

       2640-FIND-THRESHOLD-X.
           EXIT.
      /
      *--------------------
       3000-WRITE-UWPR-REC.
      *--------------------

           EVALUATE TRUE
               WHEN RUWPR-RATED
                    SET  RUWPR-PATH-RATED      TO TRUE
                    ADD  1             TO WS-PATH-RATED-CNT
               WHEN RUWPR-LAB-REFER
                    SET  RUWPR-PATH-LAB-REFER  TO TRUE
                    ADD  1             TO WS-PATH-LAB-CNT
               WHEN RUWPR-MIB-HIT
                    SET  RUWPR-PATH-MIB-HIT    TO TRUE
                    ADD  1             TO WS-PATH-MIB-CNT
               WHEN RUWPR-AUTO-DECSN
                    SET  RUWPR-PATH-AUTO-DECSN TO TRUE
                    ADD  1             TO WS-PATH-AUTO-CNT
               WHEN OTHER
                    SET  RUWPR-PATH-FULL-UW    TO TRUE
                    ADD  1             TO WS-PATH-FULL-CNT
           END-EVALUATE.

           PERFORM  UWPR-2000-WRITE
               THRU UWPR-2000-WRITE-X.

           ADD  1                      TO WS-UWPR-REC-WRITTEN.

       3000-WRITE-UWPR-REC-X.
           EXIT.
      /
      *------------------------
       5000-PRINT-GRAND-TOTALS.
      *------------------------

      *MSG: CONVERSIONS @1 TO @2 - APPS READ @3 - ISSUED @4 - WRITTEN @5
           MOVE 'AS95270004'           TO WGLOB-MSG-REF-INFO.
           MOVE WS-FROM-DT             TO WGLOB-MSG-PARM (1).
           MOVE WS-TO-DT               TO WGLOB-MSG-PARM (2).
           MOVE WS-RUPOL-REC-READ      TO WS-PIC-COUNTER.
           MOVE WS-PIC-COUNTER         TO WGLOB-MSG-PARM (3).
           MOVE WS-POL-ISSUED-CNT      TO WS-PIC-COUNTER.
           MOVE WS-PIC-COUNTER         TO WGLOB-MSG-PARM (4).
           MOVE WS-UWPR-REC-WRITTEN    TO WS-PIC-COUNTER.
           MOVE WS-PIC-COUNTER         TO WGLOB-MSG-PARM (5).
           PERFORM  0260-1000-GENERATE-MESSAGE
               THRU 0260-1000-GENERATE-MESSAGE-X.

      *MSG: PATH AUTO @1 - FULL @2 - MIB @3 - LAB REFER @4 - RATED @5
           MOVE 'AS95270005'           TO WGLOB-MSG-REF-INFO.
           MOVE WS-PATH-AUTO-CNT       TO WS-PIC-COUNTER.
           MOVE WS-PIC-COUNTER         TO WGLOB-MSG-PARM (1).
           MOVE WS-PATH-FULL-CNT       TO WS-PIC-COUNTER.
           MOVE WS-PIC-COUNTER         TO WGLOB-MSG-PARM (2).
           MOVE WS-PATH-MIB-CNT        TO WS-PIC-COUNTER.
           MOVE WS-PIC-COUNTER         TO WGLOB-MSG-PARM (3).
           MOVE WS-PATH-LAB-CNT        TO WS-PIC-COUNTER.
           MOVE WS-PIC-COUNTER         TO WGLOB-MSG-PARM (4).
           MOVE WS-PATH-RATED-CNT      TO WS-PIC-COUNTER.
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

           PERFORM  UCVG-4000-CLOSE
               THRU UCVG-4000-CLOSE-X.

           PERFORM  AADX-5000-CLOSE
               THRU AADX-5000-CLOSE-X.

           PERFORM  SHDX-5000-CLOSE
               THRU SHDX-5000-CLOSE-X.

           PERFORM  MIBR-5000-CLOSE
               THRU MIBR-5000-CLOSE-X.

           PERFORM  LABR-5000-CLOSE
               THRU LABR-5000-CLOSE-X.

           PERFORM  UWPR-5000-CLOSE
               THRU UWPR-5000-CLOSE-X.

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
       COPY ACPNURTG.
      /
       COPY ACPIAADX.
      /
       COPY ACPISHDX.
      /
       COPY ACPIMIBR.
      /
       COPY ACPILABR.
      /
       COPY ACPILTRM.
      /
       COPY ACPIUWPR.
      /
      *****************************************************************
      * ERROR HANDLING ROUTINES                                       *
      *****************************************************************

       COPY XCPL0030.

       COPY XCPL0260.

      *****************************************************************
      **                 END OF PROGRAM ASBM9527                     **
      *****************************************************************
