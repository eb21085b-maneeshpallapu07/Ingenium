874156**                  CONVERSIONS DRAW A LETTER - HISTORICAL     **
874156**                  CONVERSIONS STILL ON THE UPLOAD TABLES     **
874156**                  WERE RE-MAILED NIGHTLY                     **
927461**  15OCT26  DEV    NO CHASE LETTER OR ISSUE CONFIRMATION FOR  **
927461**                  AN APPLICATION WITH AN UNCLEARED           **
927461**                  RETURNED-MAIL HOLD (RMHL) - THE ADDRESS IS **
927461**                  KNOWN BAD UNTIL THE BRANCH CORRECTS IT     **
386274**  15OCT26  DEV    PAYMENT-FAILURE LETTER (TYPE P) FOR EVERY  **
386274**                  CARD DECLINE HOLD (CDHL) RAISED ON THE     **
386274**                  CONVERSION DATE                            **
481736**  15OCT26  DEV    CUSTODIAN DESIGNATION LETTER (TYPE M) FOR  **
481736**                  EVERY MINOR BENEFICIARY HOLD (MNBH) RAISED **
481736**                  ON THE RUN DATE                            **
      *****************************************************************

      **********************

       COPY ACSSCORR.

927461 COPY ACSSRMHL.

386274 COPY ACSSCDHL.

481736 COPY ACSSMNBH.

      ***************
       DATA DIVISION.
      ***************

       COPY ACSRCORR.

927461 COPY ACSDRMHL.

927461 COPY ACSRRMHL.

386274 COPY ACSDCDHL.

386274 COPY ACSRCDHL.

481736 COPY ACSDMNBH.

481736 COPY ACSRMNBH.

       WORKING-STORAGE SECTION.

       COPY XCWWPGWS REPLACING '$VAR1' BY 'ASBM9421'.
           05  WS-RUPOL-REC-READ            PIC 9(07)  VALUE ZEROS.
           05  WS-CHASE-REC-WRITTEN         PIC 9(07)  VALUE ZEROS.
           05  WS-CNFRM-REC-WRITTEN         PIC 9(07)  VALUE ZEROS.
927461     05  WS-RMHL-REC-READ             PIC 9(07)  VALUE ZEROS.
927461     05  WS-CHASE-SUPPRESSED          PIC 9(07)  VALUE ZEROS.
927461     05  WS-CNFRM-SUPPRESSED          PIC 9(07)  VALUE ZEROS.
386274     05  WS-CDHL-REC-READ             PIC 9(07)  VALUE ZEROS.
386274     05  WS-PMTF-REC-WRITTEN          PIC 9(07)  VALUE ZEROS.
386274     05  WS-PMTF-SUPPRESSED           PIC 9(07)  VALUE ZEROS.
481736     05  WS-MNBH-REC-READ             PIC 9(07)  VALUE ZEROS.
481736     05  WS-CSTD-REC-WRITTEN          PIC 9(07)  VALUE ZEROS.
481736     05  WS-CSTD-SUPPRESSED           PIC 9(07)  VALUE ZEROS.

       01  WS-WORKING-STORAGE.
           05  WS-AGING-THRESHOLD-DAYS      PIC 9(05)  VALUE 10.
           05  WS-DAYS-OUTSTANDING          PIC S9(05).
           05  WS-CHASE-TMPL-ID             PIC X(08)  VALUE SPACES.
           05  WS-CNFRM-TMPL-ID             PIC X(08)  VALUE SPACES.
386274     05  WS-PMTF-TMPL-ID              PIC X(08)  VALUE SPACES.
481736     05  WS-CSTD-TMPL-ID              PIC X(08)  VALUE SPACES.
           05  WS-RUN-DT-CCYYMMDD           PIC 9(08)  VALUE ZEROS.
874156     05  WS-EXTR-CNV-DT               PIC X(10) VALUE SPACES.
386274     05  WS-PMTF-DT-CCYYMMDD          PIC X(08)  VALUE SPACES.
386274     05  WS-PMTF-AMT-EDIT             PIC Z(12)9.99.
           05  WS-IDNT-DT-CCYYMMDD-GRP.
               10  WS-IDNT-DT-CCYY          PIC 9(04).
               10  WS-IDNT-DT-MM            PIC 9(02).
               10  WS-IDNT-DT-DD            PIC 9(02).
           05  WS-IDNT-DT-CCYYMMDD          REDEFINES
               WS-IDNT-DT-CCYYMMDD-GRP      PIC 9(08).
927461* APPLICATIONS WITH AN UNCLEARED RETURNED-MAIL HOLD - NO LETTER
927461* GOES TO THEM UNTIL THE BRANCH CORRECTS THE ADDRESS.
927461     05  WS-RTML-HOLD-MAX             PIC S9(04) COMP
927461                                                  VALUE +5000.
927461     05  WS-RTML-HOLD-CNT             PIC S9(04) COMP
927461                                                  VALUE ZERO.
927461     05  WS-RTML-HOLD-SUB             PIC S9(04) COMP.
927461     05  WS-RTML-HOLD-SW              PIC X(01).
927461         88  WS-RTML-HELD                   VALUE 'Y'.
927461         88  WS-RTML-NOT-HELD               VALUE 'N'.
927461     05  WS-RTML-CHECK-APP-ID         PIC X(15).
927461     05  WS-RTML-HOLD-TBL.
927461         10  WS-RTML-HOLD-APP-ID      PIC X(15)
927461                                      OCCURS 5000 TIMES.
      /
       COPY XCWTFCMD.
      /
       COPY ACSWRUPL.
       COPY ACSWLTMP.
       COPY ACSWCORR.
927461 COPY ACSWRMHL.
386274 COPY ACSWCDHL.
481736 COPY ACSWMNBH.
      /
      *****************************************************************
      * INPUT PARAMETER INFORMATION                                   *
           PERFORM  1000-LOAD-TEMPLATE-IDS
               THRU 1000-LOAD-TEMPLATE-IDS-X.

927461     PERFORM  1500-LOAD-RTML-HOLDS
927461         THRU 1500-LOAD-RTML-HOLDS-X.

           PERFORM  2000-GENERATE-CHASE-LETTERS
               THRU 2000-GENERATE-CHASE-LETTERS-X.

           PERFORM  3000-GENERATE-CONFIRMATIONS
               THRU 3000-GENERATE-CONFIRMATIONS-X.

386274     PERFORM  4000-GENERATE-PMT-FAIL-LETTERS
386274         THRU 4000-GENERATE-PMT-FAIL-LETTERS-X.

481736     PERFORM  4500-GENERATE-CSTDN-LETTERS
481736         THRU 4500-GENERATE-CSTDN-LETTERS-X.

           PERFORM  5000-PRINT-GRAND-TOTALS
               THRU 5000-PRINT-GRAND-TOTALS-X.

874156          MOVE LK-CNV-DT          TO WS-EXTR-CNV-DT
874156     END-IF.

386274     MOVE WS-EXTR-CNV-DT (1:4)   TO WS-PMTF-DT-CCYYMMDD (1:4).
386274     MOVE WS-EXTR-CNV-DT (6:2)   TO WS-PMTF-DT-CCYYMMDD (5:2).
386274     MOVE WS-EXTR-CNV-DT (9:2)   TO WS-PMTF-DT-CCYYMMDD (7:2).

           PERFORM  CORR-4000-OPEN-OUTPUT
               THRU CORR-4000-OPEN-OUTPUT-X.

                    THRU 0260-1000-GENERATE-MESSAGE-X
           END-IF.

386274     IF   WS-PMTF-TMPL-ID = SPACES
386274*MSG: NO PAYMENT FAILURE LETTER TEMPLATE ON FILE - SKIPPED
386274          MOVE 'AS94210008'      TO WGLOB-MSG-REF-INFO
386274          PERFORM  0260-1000-GENERATE-MESSAGE
386274              THRU 0260-1000-GENERATE-MESSAGE-X
386274     END-IF.

481736     IF   WS-CSTD-TMPL-ID = SPACES
481736*MSG: NO CUSTODIAN DESIGNATION LETTER TEMPLATE ON FILE - SKIPPED
481736          MOVE 'AS94210010'      TO WGLOB-MSG-REF-INFO
481736          PERFORM  0260-1000-GENERATE-MESSAGE
481736              THRU 0260-1000-GENERATE-MESSAGE-X
481736     END-IF.

       1000-LOAD-TEMPLATE-IDS-X.
           EXIT.
      /
                MOVE RLTMP-TMPL-ID     TO WS-CNFRM-TMPL-ID
           END-IF.

386274     IF   RLTMP-LETTER-PMT-FAIL
386274     AND  WS-PMTF-TMPL-ID = SPACES
386274          MOVE RLTMP-TMPL-ID     TO WS-PMTF-TMPL-ID
386274     END-IF.

481736     IF   RLTMP-LETTER-MINR-CSTDN
481736     AND  WS-CSTD-TMPL-ID = SPACES
481736          MOVE RLTMP-TMPL-ID     TO WS-CSTD-TMPL-ID
481736     END-IF.

           PERFORM  LTMP-1000-READ
               THRU LTMP-1000-READ-X.

       1100-LOAD-ONE-TEMPLATE-X.
           EXIT.
      /
927461*----------------------
927461 1500-LOAD-RTML-HOLDS.
927461*----------------------
      *
927461* EVERY UNCLEARED ROW ON THE RETURNED-MAIL HOLD FILE (ASBM9511)
927461* STOPS LETTERS TO ITS APPLICATION.  A TABLE OVERFLOW IS
927461* REPORTED AND ENDS THE STEP RC 8 - THE LETTERS STILL GO, BUT
927461* HOLDS PAST THE TABLE LIMIT ARE NOT HONOURED.
      *
927461     PERFORM  RMHL-3000-OPEN-INPUT
927461         THRU RMHL-3000-OPEN-INPUT-X.

927461     PERFORM  RMHL-1000-READ
927461         THRU RMHL-1000-READ-X.

927461     PERFORM  1550-LOAD-ONE-RTML-HOLD
927461         THRU 1550-LOAD-ONE-RTML-HOLD-X
927461         UNTIL WRMHL-SEQ-IO-EOF.

927461     PERFORM  RMHL-5000-CLOSE
927461         THRU RMHL-5000-CLOSE-X.

927461 1500-LOAD-RTML-HOLDS-X.
927461     EXIT.
      /
927461*-------------------------
927461 1550-LOAD-ONE-RTML-HOLD.
927461*-------------------------

927461     ADD  1                      TO WS-RMHL-REC-READ.

927461     IF   RRMHL-CLEARED
927461          GO TO 1550-LOAD-ONE-RTML-HOLD-R
927461     END-IF.

927461     IF   WS-RTML-HOLD-CNT   NOT < WS-RTML-HOLD-MAX
927461          IF   RETURN-CODE       < 8
927461*MSG: RETURNED-MAIL HOLD TABLE FULL AT @1 - LATER HOLDS IGNORED
927461               MOVE 'AS94210006' TO WGLOB-MSG-REF-INFO
927461               MOVE WS-RTML-HOLD-MAX
927461                                 TO WGLOB-MSG-PARM (1)
927461               PERFORM  0260-1000-GENERATE-MESSAGE
927461                   THRU 0260-1000-GENERATE-MESSAGE-X
927461               MOVE 8            TO RETURN-CODE
927461          END-IF
927461          GO TO 1550-LOAD-ONE-RTML-HOLD-R
927461     END-IF.

927461     ADD  1                      TO WS-RTML-HOLD-CNT.
927461     MOVE RRMHL-APP-ID           TO
927461          WS-RTML-HOLD-APP-ID (WS-RTML-HOLD-CNT).

927461 1550-LOAD-ONE-RTML-HOLD-R.

927461     PERFORM  RMHL-1000-READ
927461         THRU RMHL-1000-READ-X.

927461 1550-LOAD-ONE-RTML-HOLD-X.
927461     EXIT.
      /
927461*----------------------
927461 1600-CHECK-RTML-HOLD.
927461*----------------------

927461     SET  WS-RTML-NOT-HELD       TO TRUE.

927461     PERFORM  1650-CHECK-ONE-HOLD
927461         THRU 1650-CHECK-ONE-HOLD-X
927461         VARYING WS-RTML-HOLD-SUB FROM 1 BY 1
927461         UNTIL   WS-RTML-HOLD-SUB > WS-RTML-HOLD-CNT
927461         OR      WS-RTML-HELD.

927461 1600-CHECK-RTML-HOLD-X.
927461     EXIT.
      /
927461*---------------------
927461 1650-CHECK-ONE-HOLD.
927461*---------------------

927461     IF   WS-RTML-HOLD-APP-ID (WS-RTML-HOLD-SUB)
927461                                 = WS-RTML-CHECK-APP-ID
927461          SET  WS-RTML-HELD      TO TRUE
927461     END-IF.

927461 1650-CHECK-ONE-HOLD-X.
927461     EXIT.
      /
      *-----------------------------
       2000-GENERATE-CHASE-LETTERS.
      *-----------------------------
               THRU 2150-COMPUTE-DAYS-OUTSTANDING-X.

           IF   WS-DAYS-OUTSTANDING    > WS-AGING-THRESHOLD-DAYS
927461          MOVE RUAPE-APP-ID      TO WS-RTML-CHECK-APP-ID
927461          PERFORM  1600-CHECK-RTML-HOLD
927461              THRU 1600-CHECK-RTML-HOLD-X
927461          IF   WS-RTML-HELD
927461               ADD  1            TO WS-CHASE-SUPPRESSED
927461          ELSE
927461               PERFORM  2200-WRITE-CHASE-REC
927461                   THRU 2200-WRITE-CHASE-REC-X
927461          END-IF
           END-IF.

           PERFORM  RUAE-2000-FETCH-NEXT
           IF   RUPOL-POL-ASGN
           AND  RUPOL-POL-ID           > SPACES
874156     AND  RUPOL-POL-CNV-DT       = WS-EXTR-CNV-DT
927461          MOVE RUPOL-APP-ID      TO WS-RTML-CHECK-APP-ID
927461          PERFORM  1600-CHECK-RTML-HOLD
927461              THRU 1600-CHECK-RTML-HOLD-X
927461          IF   WS-RTML-HELD
927461               ADD  1            TO WS-CNFRM-SUPPRESSED
927461          ELSE
927461               PERFORM  3200-WRITE-CNFRM-REC
927461                   THRU 3200-WRITE-CNFRM-REC-X
927461          END-IF
           END-IF.

           PERFORM  RUPL-1000-READ
       3200-WRITE-CNFRM-REC-X.
           EXIT.
      /
386274*--------------------------------
386274 4000-GENERATE-PMT-FAIL-LETTERS.
386274*--------------------------------
      *
386274* A CARD DECLINED ON THE FIRST PREMIUM (ASBM9524) TELLS THE
386274* APPLICANT THE PAYMENT FAILED AND HOW TO PAY ANOTHER WAY.
386274* ONLY THE DECLINES RAISED ON THE CONVERSION DATE DRAW A
386274* LETTER SO A HOLD STILL OPEN NEXT NIGHT IS NOT RE-MAILED.
      *
386274     IF   WS-PMTF-TMPL-ID = SPACES
386274          GO TO 4000-GENERATE-PMT-FAIL-LETTERS-X
386274     END-IF.

386274     PERFORM  CDHL-3000-OPEN-INPUT
386274         THRU CDHL-3000-OPEN-INPUT-X.

386274     PERFORM  CDHL-1000-READ
386274         THRU CDHL-1000-READ-X.

386274     PERFORM  4100-CHECK-ONE-CDHL
386274         THRU 4100-CHECK-ONE-CDHL-X
386274         UNTIL WCDHL-SEQ-IO-EOF.

386274     PERFORM  CDHL-5000-CLOSE
386274         THRU CDHL-5000-CLOSE-X.

386274 4000-GENERATE-PMT-FAIL-LETTERS-X.
386274     EXIT.
      /
386274*---------------------
386274 4100-CHECK-ONE-CDHL.
386274*---------------------

386274     ADD  1                      TO WS-CDHL-REC-READ.

386274     IF   RCDHL-NOT-CLEARED
386274     AND  RCDHL-DETECT-DT        = WS-PMTF-DT-CCYYMMDD
386274          MOVE RCDHL-APP-ID      TO WS-RTML-CHECK-APP-ID
386274          PERFORM  1600-CHECK-RTML-HOLD
386274              THRU 1600-CHECK-RTML-HOLD-X
386274          IF   WS-RTML-HELD
386274               ADD  1            TO WS-PMTF-SUPPRESSED
386274          ELSE
386274               PERFORM  4200-WRITE-PMT-FAIL-REC
386274                   THRU 4200-WRITE-PMT-FAIL-REC-X
386274          END-IF
386274     END-IF.

386274     PERFORM  CDHL-1000-READ
386274         THRU CDHL-1000-READ-X.

386274 4100-CHECK-ONE-CDHL-X.
386274     EXIT.
      /
386274*-------------------------
386274 4200-WRITE-PMT-FAIL-REC.
386274*-------------------------

386274     MOVE SPACES                 TO RCORR-SEQ-REC-INFO.
386274     SET  RCORR-LETTER-PMT-FAIL  TO TRUE.
386274     MOVE WS-PMTF-TMPL-ID        TO RCORR-TMPL-ID.
386274     MOVE RCDHL-APP-ID           TO RCORR-APP-ID.
386274     MOVE RCDHL-SO-NUM           TO RCORR-SO-NUM.
386274     MOVE RCDHL-BR-NUM           TO RCORR-BR-NUM.
386274     MOVE RCDHL-AUTH-AMT         TO WS-PMTF-AMT-EDIT.
386274     STRING 'CARD ENDING ' RCDHL-CARD-LAST4-NUM
386274            ' DECLINED REASON ' RCDHL-DECL-REASN-CD
386274            ' AMOUNT ' WS-PMTF-AMT-EDIT
386274         DELIMITED BY SIZE INTO RCORR-INCMPLT-DTL-TXT.
386274     MOVE WS-EXTR-CNV-DT         TO RCORR-INCMPLT-IDNTFD-DT.
386274     MOVE WS-RUN-DT-CCYYMMDD     TO RCORR-CREATE-DT.

386274     PERFORM  CORR-2000-WRITE
386274         THRU CORR-2000-WRITE-X.

386274     ADD  1                      TO WS-PMTF-REC-WRITTEN.

386274 4200-WRITE-PMT-FAIL-REC-X.
386274     EXIT.
      /
481736*-----------------------------
481736 4500-GENERATE-CSTDN-LETTERS.
481736*-----------------------------

481736* A MINOR BENEFICIARY WITH NO CUSTODIAN OR TRUST NAMED
481736* (ASBM9542) DRAWS A LETTER ASKING THE OWNER TO DESIGNATE ONE
481736* BEFORE ISSUE.  ONLY THE HOLDS RAISED ON THE RUN'S DATE DRAW
481736* A LETTER SO A HOLD STILL OPEN NEXT NIGHT IS NOT RE-MAILED.

481736     IF   WS-CSTD-TMPL-ID = SPACES
481736          GO TO 4500-GENERATE-CSTDN-LETTERS-X
481736     END-IF.

481736     PERFORM  MNBH-3000-OPEN-INPUT
481736         THRU MNBH-3000-OPEN-INPUT-X.

481736     PERFORM  MNBH-1000-READ
481736         THRU MNBH-1000-READ-X.

481736     PERFORM  4600-CHECK-ONE-MNBH
481736         THRU 4600-CHECK-ONE-MNBH-X
481736         UNTIL WMNBH-SEQ-IO-EOF.

481736     PERFORM  MNBH-5000-CLOSE
481736         THRU MNBH-5000-CLOSE-X.

481736 4500-GENERATE-CSTDN-LETTERS-X.
481736     EXIT.
      /
481736*---------------------
481736 4600-CHECK-ONE-MNBH.
481736*---------------------

481736     ADD  1                      TO WS-MNBH-REC-READ.

481736     IF   RMNBH-NOT-CLEARED
481736     AND  RMNBH-DETECT-DT        = WS-PMTF-DT-CCYYMMDD
481736          MOVE RMNBH-APP-ID      TO WS-RTML-CHECK-APP-ID
481736          PERFORM  1600-CHECK-RTML-HOLD
481736              THRU 1600-CHECK-RTML-HOLD-X
481736          IF   WS-RTML-HELD
481736               ADD  1            TO WS-CSTD-SUPPRESSED
481736          ELSE
481736               PERFORM  4700-WRITE-CSTDN-REC
481736                   THRU 4700-WRITE-CSTDN-REC-X
481736          END-IF
481736     END-IF.

481736     PERFORM  MNBH-1000-READ
481736         THRU MNBH-1000-READ-X.

481736 4600-CHECK-ONE-MNBH-X.
481736     EXIT.
      /
481736*----------------------
481736 4700-WRITE-CSTDN-REC.
481736*----------------------

481736     MOVE SPACES                 TO RCORR-SEQ-REC-INFO.
481736     SET  RCORR-LETTER-MINR-CSTDN
481736                                 TO TRUE.
481736     MOVE WS-CSTD-TMPL-ID        TO RCORR-TMPL-ID.
481736     MOVE RMNBH-APP-ID           TO RCORR-APP-ID.
481736     MOVE RMNBH-SO-NUM           TO RCORR-SO-NUM.
481736     MOVE RMNBH-BR-NUM           TO RCORR-BR-NUM.
481736     STRING 'BENEFICIARY ' RMNBH-BNFY-GIV-NM
481736            ' ' RMNBH-BNFY-SUR-NM
481736            ' BORN ' RMNBH-BNFY-BTH-DT
481736            ' - MINOR BENEFICIARIES ' RMNBH-MINR-BNFY-CNT
481736         DELIMITED BY SIZE INTO RCORR-INCMPLT-DTL-TXT.
481736     MOVE WS-EXTR-CNV-DT         TO RCORR-INCMPLT-IDNTFD-DT.
481736     MOVE WS-RUN-DT-CCYYMMDD     TO RCORR-CREATE-DT.

481736     PERFORM  CORR-2000-WRITE
481736         THRU CORR-2000-WRITE-X.

481736     ADD  1                      TO WS-CSTD-REC-WRITTEN.

481736 4700-WRITE-CSTDN-REC-X.
481736     EXIT.
      /
      *------------------------
       5000-PRINT-GRAND-TOTALS.
      *------------------------
           PERFORM  0260-1000-GENERATE-MESSAGE
               THRU 0260-1000-GENERATE-MESSAGE-X.

927461*MSG: RETURNED-MAIL HOLDS @1 - CHASE @2 / CONFIRMATIONS @3 HELD
927461     MOVE WS-RTML-HOLD-CNT           TO WGLOB-MSG-PARM (1).
927461     MOVE WS-CHASE-SUPPRESSED        TO WGLOB-MSG-PARM (2).
927461     MOVE WS-CNFRM-SUPPRESSED        TO WGLOB-MSG-PARM (3).
927461     MOVE 'AS94210007'               TO WGLOB-MSG-REF-INFO.
927461     PERFORM  0260-1000-GENERATE-MESSAGE
927461         THRU 0260-1000-GENERATE-MESSAGE-X.

386274*MSG: CARD DECLINES @1 - LETTERS @2 - HELD FOR RETURNED MAIL @3
386274     MOVE WS-CDHL-REC-READ           TO WGLOB-MSG-PARM (1).
386274     MOVE WS-PMTF-REC-WRITTEN        TO WGLOB-MSG-PARM (2).
386274     MOVE WS-PMTF-SUPPRESSED         TO WGLOB-MSG-PARM (3).
386274     MOVE 'AS94210009'               TO WGLOB-MSG-REF-INFO.
386274     PERFORM  0260-1000-GENERATE-MESSAGE
386274         THRU 0260-1000-GENERATE-MESSAGE-X.

481736*MSG: MINOR BENEFICIARY HOLDS @1 - CUSTODIAN LETTERS @2 - HELD
481736*     FOR RETURNED MAIL @3
481736     MOVE WS-MNBH-REC-READ           TO WGLOB-MSG-PARM (1).
481736     MOVE WS-CSTD-REC-WRITTEN        TO WGLOB-MSG-PARM (2).
481736     MOVE WS-CSTD-SUPPRESSED         TO WGLOB-MSG-PARM (3).
481736     MOVE 'AS94210011'               TO WGLOB-MSG-REF-INFO.
481736     PERFORM  0260-1000-GENERATE-MESSAGE
481736         THRU 0260-1000-GENERATE-MESSAGE-X.

       5000-PRINT-GRAND-TOTALS-X.
           EXIT.
      /
      /
       COPY ACPICORR.
      /
927461 COPY ACPIRMHL.
      /
386274 COPY ACPICDHL.
      /
481736 COPY ACPIMNBH.
      /
      *****************************************************************
      * ERROR HANDLING ROUTINES                                       *
      *****************************************************************
