      *************************
       IDENTIFICATION DIVISION.
      *************************

       PROGRAM-ID. ASBM9524.

       COPY XCWWCRHT.

      *****************************************************************
      **  MEMBER :  ASBM9524                                         **
      **  REMARKS:  CREDIT CARD AUTHORIZATION OF THE INITIAL         **
      **            PREMIUM.  DIRECT-INTERNET APPLICATIONS PAYING BY **
      **            CARD (RUPOL-PYMT-TYP-CD 'CC') USED TO SIT UNTIL  **
      **            SOMEONE PHONED THE CUSTOMER FOR A BANK TRANSFER. **
      **            RUN IN EXTRACT MODE (PARM 'E') THE PROGRAM READS **
      **            THE RUPOL DRIVER EXTRACT AND WRITES A CCAQ       **
      **            AUTHORIZATION REQUEST FOR THE FIRST PREMIUM OF   **
      **            EVERY CARD-PAYING APPLICATION UPLOADED ON THE    **
      **            RUN DATE THAT HAS NOT CONVERTED OR BEEN          **
      **            REJECTED.  THE GATEWAY HOLDS THE CARD AGAINST    **
      **            THE APPLICATION ID.  RUN IN RESULT-MATCH MODE    **
      **            (PARM 'R') IT MATCHES THE GATEWAY'S CCAR RESULT  **
      **            FILE TO THE RUPOL DRIVER EXTRACT BY APP ID (BOTH **
      **            SORTED ASCENDING):                               **
      **              - APPROVED - THE AUTHORIZATION IS ADDED TO     **
      **                THE CWA RECEIPT TABLE AS A CARD RECEIPT      **
      **                (CHANNEL AND PAYMENT TYPE 'K'), SO IT COUNTS **
      **                AS INITIAL PREMIUM RECEIVED ALONGSIDE THE    **
      **                CWA RECEIPTS AND REACHES THE GL SUSPENSE     **
      **                EXTRACT (ASBM9422) ON THE NEXT RECEIPT       **
      **                EXTRACT.  AN AUTHORIZATION ALREADY ON THE    **
      **                TABLE (A RERUN) IS NOT ADDED TWICE;          **
      **              - DECLINED - A CDHL HOLD ROW IS WRITTEN AND A  **
      **                SEVERE MESSAGE ISSUED.  ASBM9428 MERGES THE  **
      **                HOLD INTO THE WORK QUEUE AS A 'CD' ITEM AND  **
      **                ASBM9421 SENDS THE PAYMENT-FAILURE LETTER.   **
      **            A CARD APPLICATION WITH NO PREMIUM AMOUNT, A     **
      **            RESULT MATCHING NO APPLICATION OR CARRYING AN    **
      **            UNKNOWN RESULT CODE IS REPORTED AND ENDS THE     **
      **            STEP RC 4.  A FAILED RECEIPT TABLE INSERT ABENDS **
      **            THE RUN SO DB2 ROLLS BACK AND THE RERUN          **
      **            REPROCESSES THE WHOLE FILE.                      **
      **                                                             **
      **            JCL PARM:  BYTE  1     RUN MODE E OR R           **
      **                       BYTES 2-3   COMPANY                   **
      **                       BYTES 4-13  UPLOAD DATE CCYY-MM-DD    **
      **                                   (EXTRACT MODE - DEFAULT   **
      **                                   THE RUN DATE)             **
      **                                                             **
      **  DOMAIN :  UW                                               **
      **  CLASS  :  PD                                               **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
386274**  15OCT26  DEV    NEW PROGRAM                                **
      *****************************************************************

      **********************
       ENVIRONMENT DIVISION.
      **********************

       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY ACSSCCAQ.

       COPY ACSSCCAR.

       COPY ACSSCDHL.

      ***************
       DATA DIVISION.
      ***************

       FILE SECTION.

       COPY ACSDCCAQ.

       COPY ACSRCCAQ.

       COPY ACSDCCAR.

       COPY ACSRCCAR.

       COPY ACSDCDHL.

       COPY ACSRCDHL.

       WORKING-STORAGE SECTION.

       COPY XCWWPGWS REPLACING '$VAR1' BY 'ASBM9524'.

       COPY SQLCA.

       01  WS-COUNTERS.
           05  WS-RUPOL-REC-READ            PIC 9(07)  VALUE ZEROS.
           05  WS-CCAQ-REC-WRITTEN          PIC 9(07)  VALUE ZEROS.
           05  WS-NO-AMT-CNT                PIC 9(07)  VALUE ZEROS.
           05  WS-CCAR-REC-READ             PIC 9(07)  VALUE ZEROS.
           05  WS-APPROVED-CNT              PIC 9(07)  VALUE ZEROS.
           05  WS-DUP-POSTED-CNT            PIC 9(07)  VALUE ZEROS.
           05  WS-DECLINED-CNT              PIC 9(07)  VALUE ZEROS.
           05  WS-UNMATCHED-CNT             PIC 9(07)  VALUE ZEROS.
           05  WS-PIC-COUNTER               PIC Z(06)9.

       01  WS-WORKING-STORAGE.
           05  WS-RUN-MODE                  PIC X(01)  VALUE SPACE.
               88  WS-RUN-MODE-EXTRACT            VALUE 'E'.
               88  WS-RUN-MODE-RESULT             VALUE 'R'.
               88  WS-RUN-MODE-VALID              VALUE 'E' 'R'.
           05  WS-RUN-DT-CCYYMMDD           PIC 9(08)  VALUE ZEROS.
           05  WS-RUN-DT-EXT                PIC X(10)  VALUE SPACES.
           05  WS-EXTR-UPLD-DT              PIC X(10)  VALUE SPACES.
           05  WS-MAX-RC                    PIC 9(02)  VALUE ZERO.

      * THE UPLOAD'S PAYMENT TYPE FOR A CREDIT CARD, AND THE CHANNEL
      * AND PAYMENT TYPE AN APPROVED AUTHORIZATION CARRIES ON THE CWA
      * RECEIPT TABLE ('C' IS CASH).

           05  WS-CARD-PYMT-TYP-CD          PIC X(15)  VALUE 'CC'.
           05  WS-CARD-CWA-CHNL-CD          PIC X(01)  VALUE 'K'.
           05  WS-CARD-PMT-TYP-CD           PIC X(01)  VALUE 'K'.

           05  WS-AUTH-AMT                  PIC S9(13)V9(02) COMP-3.
           05  WS-TOT-AUTH-AMT              PIC S9(15)V9(02) COMP-3
                                            VALUE ZERO.
           05  WS-TOT-APPROVED-AMT          PIC S9(15)V9(02) COMP-3
                                            VALUE ZERO.
           05  WS-AMT-EDIT                  PIC Z(12)9.99.

      * RECEIPT SEQUENCE WORK FOR THE CWA RECEIPT TABLE INSERT.

           05  WS-MAX-SEQ-NUM               PIC 9(03).
           05  WS-NEW-SEQ-NUM               PIC 9(03).
           05  WS-AUTH-POSTED-SW            PIC X(01).
               88  WS-AUTH-POSTED                 VALUE 'Y'.
               88  WS-AUTH-NOT-POSTED             VALUE 'N'.
           05  WS-AUTH-DT-CCYYMMDD          PIC 9(08).
           05  WS-AUTH-DT-CCYYMMDD-X        REDEFINES
               WS-AUTH-DT-CCYYMMDD          PIC X(08).
      /
       COPY XCWTFCMD.
      /
       COPY ACSWRUPL.
       COPY ACSWCCAQ.
       COPY ACSWCCAR.
       COPY ACSWCDHL.
      /
      *****************************************************************
      * INPUT PARAMETER INFORMATION                                   *
      *****************************************************************

       01  WGLOB-GLOBAL-AREA.
       COPY XCWWGLOB.

       COPY ACFRUPOL.

       COPY ACFWCWAE.

       COPY ACFRCWAE.
      /
       LINKAGE SECTION.
      *****************

       01  LK-PARM-AREA.
           05  LK-PARM-LEN                 PIC S9(04) COMP.
           05  LK-PARM-DATA.
               10  LK-RUN-MODE             PIC X(01).
               10  LK-COMPANY-CODE         PIC X(02).
               10  LK-UPLD-DT              PIC X(10).
               10  FILLER                  PIC X(17).
      /
       PROCEDURE DIVISION USING LK-PARM-AREA.

      *--------------
       0000-MAINLINE.
      *--------------

           PERFORM  0200-INITIALIZE
               THRU 0200-INITIALIZE-X.

           IF   WS-RUN-MODE-EXTRACT
                PERFORM  1000-EXTRACT-MODE
                    THRU 1000-EXTRACT-MODE-X
           END-IF.

           IF   WS-RUN-MODE-RESULT
                PERFORM  2000-RESULT-MATCH-MODE
                    THRU 2000-RESULT-MATCH-MODE-X
           END-IF.

           PERFORM  5000-PRINT-GRAND-TOTALS
               THRU 5000-PRINT-GRAND-TOTALS-X.

           IF   WS-NO-AMT-CNT          > ZERO
           OR   WS-UNMATCHED-CNT       > ZERO
                MOVE 4                 TO WS-MAX-RC
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

           MOVE WS-RUN-DT-CCYYMMDD (1:4)    TO WS-RUN-DT-EXT (1:4).
           MOVE '-'                         TO WS-RUN-DT-EXT (5:1).
           MOVE WS-RUN-DT-CCYYMMDD (5:2)    TO WS-RUN-DT-EXT (6:2).
           MOVE '-'                         TO WS-RUN-DT-EXT (8:1).
           MOVE WS-RUN-DT-CCYYMMDD (7:2)    TO WS-RUN-DT-EXT (9:2).
           MOVE WS-RUN-DT-EXT               TO WS-EXTR-UPLD-DT.

           IF   LK-PARM-LEN                  > ZERO
                MOVE LK-RUN-MODE        TO WS-RUN-MODE
                IF   LK-COMPANY-CODE         > SPACES
                     MOVE LK-COMPANY-CODE
                                        TO WGLOB-COMPANY-CODE
                END-IF
           END-IF.

      * A PRIOR NIGHT'S REQUESTS ARE RE-CUT BY GIVING ITS UPLOAD DATE.

           IF   LK-PARM-LEN                  > 3
           AND  LK-UPLD-DT                   > SPACES
                MOVE LK-UPLD-DT         TO WS-EXTR-UPLD-DT
           END-IF.

           IF   NOT WS-RUN-MODE-VALID
      *MSG: RUN MODE PARM MUST BE E (EXTRACT) OR R (RESULT MATCH)
                MOVE 'AS95240001'       TO WGLOB-MSG-REF-INFO
                PERFORM  0260-1000-GENERATE-MESSAGE
                    THRU 0260-1000-GENERATE-MESSAGE-X
                PERFORM  0030-5000-LOGIC-ERROR
                    THRU 0030-5000-LOGIC-ERROR-X
           END-IF.

       0200-INITIALIZE-X.
           EXIT.
      /
      *------------------
       1000-EXTRACT-MODE.
      *------------------

           PERFORM  RUPL-3000-OPEN-INPUT
               THRU RUPL-3000-OPEN-INPUT-X.

           PERFORM  CCAQ-4000-OPEN-OUTPUT
               THRU CCAQ-4000-OPEN-OUTPUT-X.

           PERFORM  1100-WRITE-CCAQ-HEADER
               THRU 1100-WRITE-CCAQ-HEADER-X.

           PERFORM  RUPL-1000-READ
               THRU RUPL-1000-READ-X.

           PERFORM  1200-PROCESS-RUPOL
               THRU 1200-PROCESS-RUPOL-X
               UNTIL WRUPL-SEQ-IO-EOF.

           PERFORM  1400-WRITE-CCAQ-TRAILER
               THRU 1400-WRITE-CCAQ-TRAILER-X.

           PERFORM  RUPL-4000-CLOSE
               THRU RUPL-4000-CLOSE-X.

           PERFORM  CCAQ-5000-CLOSE
               THRU CCAQ-5000-CLOSE-X.

       1000-EXTRACT-MODE-X.
           EXIT.
      /
      *------------------------
       1100-WRITE-CCAQ-HEADER.
      *------------------------

           MOVE SPACES                 TO RCCAQ-SEQ-REC-INFO.
           SET  RCCAQ-REC-TYP-HEADER   TO TRUE.
           MOVE 'NBS     '             TO RCCAQ-HDR-SRC-SYS-CD.
           MOVE WGLOB-COMPANY-CODE     TO RCCAQ-HDR-COMPANY-CODE.
           MOVE WS-RUN-DT-CCYYMMDD     TO RCCAQ-HDR-CREATE-DT.

           PERFORM  CCAQ-2000-WRITE
               THRU CCAQ-2000-WRITE-X.

       1100-WRITE-CCAQ-HEADER-X.
           EXIT.
      /
      *-------------------
       1200-PROCESS-RUPOL.
      *-------------------

           ADD  1                      TO WS-RUPOL-REC-READ.

      *
      * ONLY THE NIGHT'S CARD-PAYING UPLOADS STILL IN PROGRESS ARE
      * AUTHORIZED - EACH APPLICATION IS REQUESTED ONCE, ON THE
      * NIGHT IT ARRIVES.
      *
           IF   RUPOL-PYMT-TYP-CD      NOT = WS-CARD-PYMT-TYP-CD
           OR   RUPOL-APP-UPLD-DT      NOT = WS-EXTR-UPLD-DT
           OR   RUPOL-POL-ASGN
           OR   RUPOL-APL-REJ-YES
                GO TO 1200-PROCESS-RUPOL-R
           END-IF.

      *
      * THE FIRST PREMIUM IS THE MODAL PREMIUM, OR THE SINGLE
      * PREMIUM ON A SINGLE-PREMIUM PLAN.
      *
           MOVE RUPOL-PYMT-AMT         TO WS-AUTH-AMT.

           IF   WS-AUTH-AMT            NOT > ZERO
                MOVE RUPOL-SNGL-PREM-AMT
                                       TO WS-AUTH-AMT
           END-IF.

           IF   WS-AUTH-AMT            NOT > ZERO
                ADD  1                 TO WS-NO-AMT-CNT
      *MSG: CARD APPLICATION @1 HAS NO PREMIUM AMOUNT - NOT AUTHORIZED
                MOVE 'AS95240002'      TO WGLOB-MSG-REF-INFO
                MOVE RUPOL-APP-ID      TO WGLOB-MSG-PARM (1)
                PERFORM  0260-1000-GENERATE-MESSAGE
                    THRU 0260-1000-GENERATE-MESSAGE-X
                GO TO 1200-PROCESS-RUPOL-R
           END-IF.

           PERFORM  1300-WRITE-CCAQ-DETAIL
               THRU 1300-WRITE-CCAQ-DETAIL-X.

       1200-PROCESS-RUPOL-R.

           PERFORM  RUPL-1000-READ
               THRU RUPL-1000-READ-X.

       1200-PROCESS-RUPOL-X.
           EXIT.
      /
      *------------------------
       1300-WRITE-CCAQ-DETAIL.
      *------------------------

           MOVE SPACES                 TO RCCAQ-SEQ-REC-INFO.
           SET  RCCAQ-REC-TYP-DETAIL   TO TRUE.
           MOVE RUPOL-APP-ID           TO RCCAQ-APP-ID.
           MOVE WS-AUTH-AMT            TO RCCAQ-AUTH-AMT.
           MOVE RUPOL-PMT-CRCY-CD      TO RCCAQ-CRCY-CD.
           MOVE RUPOL-PYMT-MODE-CD     TO RCCAQ-PYMT-MODE-CD.
           MOVE RUPOL-APP-UPLD-DT      TO RCCAQ-APP-UPLD-DT.
           MOVE WS-RUN-DT-CCYYMMDD     TO RCCAQ-RQST-DT.

           PERFORM  CCAQ-2000-WRITE
               THRU CCAQ-2000-WRITE-X.

           ADD  1                      TO WS-CCAQ-REC-WRITTEN.
           ADD  WS-AUTH-AMT            TO WS-TOT-AUTH-AMT.

       1300-WRITE-CCAQ-DETAIL-X.
           EXIT.
      /
      *-------------------------
       1400-WRITE-CCAQ-TRAILER.
      *-------------------------

           MOVE SPACES                 TO RCCAQ-SEQ-REC-INFO.
           SET  RCCAQ-REC-TYP-TRAILER  TO TRUE.
           MOVE WS-CCAQ-REC-WRITTEN    TO RCCAQ-TRL-DETAIL-CNT.
           MOVE WS-TOT-AUTH-AMT        TO RCCAQ-TRL-AUTH-AMT.

           PERFORM  CCAQ-2000-WRITE
               THRU CCAQ-2000-WRITE-X.

       1400-WRITE-CCAQ-TRAILER-X.
           EXIT.
      /
      *-----------------------
       2000-RESULT-MATCH-MODE.
      *-----------------------

           PERFORM  CCAR-3000-OPEN-INPUT
               THRU CCAR-3000-OPEN-INPUT-X.

           PERFORM  RUPL-3000-OPEN-INPUT
               THRU RUPL-3000-OPEN-INPUT-X.

           PERFORM  CDHL-4000-OPEN-OUTPUT
               THRU CDHL-4000-OPEN-OUTPUT-X.

           PERFORM  CCAR-1000-READ
               THRU CCAR-1000-READ-X.

           PERFORM  RUPL-1000-READ
               THRU RUPL-1000-READ-X.

           PERFORM  2100-PROCESS-RESULT
               THRU 2100-PROCESS-RESULT-X
               UNTIL WCCAR-SEQ-IO-EOF.

           PERFORM  CCAR-5000-CLOSE
               THRU CCAR-5000-CLOSE-X.

           PERFORM  RUPL-4000-CLOSE
               THRU RUPL-4000-CLOSE-X.

           PERFORM  CDHL-5000-CLOSE
               THRU CDHL-5000-CLOSE-X.

       2000-RESULT-MATCH-MODE-X.
           EXIT.
      /
      *--------------------
       2100-PROCESS-RESULT.
      *--------------------

           ADD  1                      TO WS-CCAR-REC-READ.

           PERFORM  2150-ADVANCE-RUPL
               THRU 2150-ADVANCE-RUPL-X
               UNTIL WRUPL-SEQ-IO-EOF
               OR    RUPOL-APP-ID      NOT < RCCAR-APP-ID.

           IF   WRUPL-SEQ-IO-EOF
           OR   RUPOL-APP-ID           NOT = RCCAR-APP-ID
                ADD  1                 TO WS-UNMATCHED-CNT
      *MSG: CARD AUTHORIZATION RESULT FOR APP @1 MATCHES NO APPLICATION
                MOVE 'AS95240003'      TO WGLOB-MSG-REF-INFO
                MOVE RCCAR-APP-ID      TO WGLOB-MSG-PARM (1)
                PERFORM  0260-1000-GENERATE-MESSAGE
                    THRU 0260-1000-GENERATE-MESSAGE-X
                GO TO 2100-PROCESS-RESULT-R
           END-IF.

           EVALUATE TRUE

               WHEN RCCAR-AUTH-APPROVED
                    PERFORM  2200-POST-CARD-RECEIPT
                        THRU 2200-POST-CARD-RECEIPT-X

               WHEN RCCAR-AUTH-DECLINED
                    ADD  1             TO WS-DECLINED-CNT
                    PERFORM  2300-WRITE-CDHL-REC
                        THRU 2300-WRITE-CDHL-REC-X
      *MSG: CARD DECLINED FOR APP @1 - REASON @2 - APPLICATION HELD
                    MOVE 'AS95240004'  TO WGLOB-MSG-REF-INFO
                    MOVE RCCAR-APP-ID  TO WGLOB-MSG-PARM (1)
                    MOVE RCCAR-DECL-REASN-CD
                                       TO WGLOB-MSG-PARM (2)
                    PERFORM  0260-1000-GENERATE-MESSAGE
                        THRU 0260-1000-GENERATE-MESSAGE-X

               WHEN OTHER
                    ADD  1             TO WS-UNMATCHED-CNT
      *MSG: CARD AUTHORIZATION RESULT @1 FOR APP @2 NOT RECOGNIZED
                    MOVE 'AS95240005'  TO WGLOB-MSG-REF-INFO
                    MOVE RCCAR-AUTH-RSLT-CD
                                       TO WGLOB-MSG-PARM (1)
                    MOVE RCCAR-APP-ID  TO WGLOB-MSG-PARM (2)
                    PERFORM  0260-1000-GENERATE-MESSAGE
                        THRU 0260-1000-GENERATE-MESSAGE-X

           END-EVALUATE.

       2100-PROCESS-RESULT-R.

           PERFORM  CCAR-1000-READ
               THRU CCAR-1000-READ-X.

       2100-PROCESS-RESULT-X.
           EXIT.
      /
      *------------------
       2150-ADVANCE-RUPL.
      *------------------

           ADD  1                      TO WS-RUPOL-REC-READ.

           PERFORM  RUPL-1000-READ
               THRU RUPL-1000-READ-X.

       2150-ADVANCE-RUPL-X.
           EXIT.
      /
      *------------------------
       2200-POST-CARD-RECEIPT.
      *------------------------

      *
      * THE APPLICATION'S RECEIPTS ARE BROWSED FIRST - FOR THE NEXT
      * FREE SEQUENCE, AND TO SKIP AN AUTHORIZATION ALREADY POSTED
      * BY AN EARLIER RUN OF THE SAME RESULT FILE.
      *
           MOVE WGLOB-COMPANY-CODE     TO WCWAE-CO-ID
                                          WCWAE-ENDBR-CO-ID.
           MOVE RCCAR-APP-ID           TO WCWAE-APP-ID
                                          WCWAE-ENDBR-APP-ID.
           MOVE '000'                  TO WCWAE-SEQ-NUM.
           MOVE '999'                  TO WCWAE-ENDBR-SEQ-NUM.
           MOVE ZERO                   TO WS-MAX-SEQ-NUM.
           SET  WS-AUTH-NOT-POSTED     TO TRUE.

           PERFORM  CWAE-1100-BROWSE-APP
               THRU CWAE-1100-BROWSE-APP-X.

           IF   WCWAE-IO-ERROR
                GO TO 2200-POST-ERROR
           END-IF.

           PERFORM  CWAE-2100-READ-NEXT-APP
               THRU CWAE-2100-READ-NEXT-APP-X.

           PERFORM  2210-CHECK-ONE-RECEIPT
               THRU 2210-CHECK-ONE-RECEIPT-X
               UNTIL NOT WCWAE-IO-OK.

           IF   WCWAE-IO-ERROR
                GO TO 2200-POST-ERROR
           END-IF.

           PERFORM  CWAE-3100-END-BROWSE-APP
               THRU CWAE-3100-END-BROWSE-APP-X.

           IF   WS-AUTH-POSTED
                ADD  1                 TO WS-DUP-POSTED-CNT
      *MSG: AUTHORIZATION @1 FOR APP @2 ALREADY POSTED - NOT ADDED AGAIN
                MOVE 'AS95240006'      TO WGLOB-MSG-REF-INFO
                MOVE RCCAR-AUTH-REF-NUM
                                       TO WGLOB-MSG-PARM (1)
                MOVE RCCAR-APP-ID      TO WGLOB-MSG-PARM (2)
                PERFORM  0260-1000-GENERATE-MESSAGE
                    THRU 0260-1000-GENERATE-MESSAGE-X
                GO TO 2200-POST-CARD-RECEIPT-X
           END-IF.

           IF   WS-MAX-SEQ-NUM         = 999
                GO TO 2200-POST-ERROR
           END-IF.

           COMPUTE WS-NEW-SEQ-NUM      = WS-MAX-SEQ-NUM + 1.

           MOVE SPACES                 TO RCWAE-REC-INFO.
           MOVE WGLOB-COMPANY-CODE     TO WCWAE-CO-ID.
           MOVE RCCAR-APP-ID           TO WCWAE-APP-ID.
           MOVE WS-NEW-SEQ-NUM         TO WCWAE-SEQ-NUM-N.
           MOVE WS-CARD-CWA-CHNL-CD    TO RCWAE-CWA-CHNL-CD.
           MOVE WS-RUN-DT-EXT          TO RCWAE-CWA-UPLD-DT.
           MOVE RCCAR-AUTH-REF-NUM     TO RCWAE-RECPT-NUM.
           MOVE RCCAR-AUTH-AMT         TO RCWAE-RECPT-AMT.
           MOVE RCCAR-AUTH-DT          TO WS-AUTH-DT-CCYYMMDD.
           MOVE WS-AUTH-DT-CCYYMMDD-X (1:4)
                                       TO RCWAE-RECPT-DT (1:4).
           MOVE '-'                    TO RCWAE-RECPT-DT (5:1).
           MOVE WS-AUTH-DT-CCYYMMDD-X (5:2)
                                       TO RCWAE-RECPT-DT (6:2).
           MOVE '-'                    TO RCWAE-RECPT-DT (8:1).
           MOVE WS-AUTH-DT-CCYYMMDD-X (7:2)
                                       TO RCWAE-RECPT-DT (9:2).
           MOVE WS-CARD-PMT-TYP-CD     TO RCWAE-PMT-TYP-CD.
           MOVE SPACE                  TO RCWAE-REJ-REASN-CD.

           PERFORM  CWAE-4100-INSERT
               THRU CWAE-4100-INSERT-X.

           IF   NOT WCWAE-IO-OK
                GO TO 2200-POST-ERROR
           END-IF.

           ADD  1                      TO WS-APPROVED-CNT.
           ADD  RCCAR-AUTH-AMT         TO WS-TOT-APPROVED-AMT.

           GO TO 2200-POST-CARD-RECEIPT-X.

       2200-POST-ERROR.

      *MSG: CWA RECEIPT TABLE ACCESS FAILED FOR APP @1 - PROGRAM ABENDED
           MOVE 'AS95240007'           TO WGLOB-MSG-REF-INFO.
           MOVE RCCAR-APP-ID           TO WGLOB-MSG-PARM (1).
           PERFORM  0260-1000-GENERATE-MESSAGE
               THRU 0260-1000-GENERATE-MESSAGE-X.
           PERFORM  0030-5000-LOGIC-ERROR
               THRU 0030-5000-LOGIC-ERROR-X.

       2200-POST-CARD-RECEIPT-X.
           EXIT.
      /
      *------------------------
       2210-CHECK-ONE-RECEIPT.
      *------------------------

           IF   RCWAE-SEQ-NUM          IS NUMERIC
           AND  RCWAE-SEQ-NUM-N        > WS-MAX-SEQ-NUM
                MOVE RCWAE-SEQ-NUM-N   TO WS-MAX-SEQ-NUM
           END-IF.

           IF   RCWAE-PMT-TYP-CD       = WS-CARD-PMT-TYP-CD
           AND  RCWAE-RECPT-NUM        = RCCAR-AUTH-REF-NUM
                SET  WS-AUTH-POSTED    TO TRUE
           END-IF.

           PERFORM  CWAE-2100-READ-NEXT-APP
               THRU CWAE-2100-READ-NEXT-APP-X.

       2210-CHECK-ONE-RECEIPT-X.
           EXIT.
      /
      *---------------------
       2300-WRITE-CDHL-REC.
      *---------------------

           MOVE SPACES                 TO RCDHL-SEQ-REC-INFO.
           MOVE RCCAR-APP-ID           TO RCDHL-APP-ID.
           MOVE RUPOL-SO-NUM           TO RCDHL-SO-NUM.
           MOVE RUPOL-BR-NUM           TO RCDHL-BR-NUM.
           MOVE RCCAR-AUTH-AMT         TO RCDHL-AUTH-AMT.
           MOVE RCCAR-DECL-REASN-CD    TO RCDHL-DECL-REASN-CD.
           MOVE RCCAR-CARD-LAST4-NUM   TO RCDHL-CARD-LAST4-NUM.
           MOVE WS-RUN-DT-CCYYMMDD     TO RCDHL-DETECT-DT.
           SET  RCDHL-NOT-CLEARED      TO TRUE.

           PERFORM  CDHL-2000-WRITE
               THRU CDHL-2000-WRITE-X.

       2300-WRITE-CDHL-REC-X.
           EXIT.
      /
      *------------------------
       5000-PRINT-GRAND-TOTALS.
      *------------------------

           IF   WS-RUN-MODE-EXTRACT
      *MSG: RUPOL READ @1 - CARD AUTHORIZATIONS REQUESTED @2 FOR @3
                MOVE WS-RUPOL-REC-READ     TO WS-PIC-COUNTER
                MOVE WS-PIC-COUNTER        TO WGLOB-MSG-PARM (1)
                MOVE WS-CCAQ-REC-WRITTEN   TO WS-PIC-COUNTER
                MOVE WS-PIC-COUNTER        TO WGLOB-MSG-PARM (2)
                MOVE WS-TOT-AUTH-AMT       TO WS-AMT-EDIT
                MOVE WS-AMT-EDIT           TO WGLOB-MSG-PARM (3)
                MOVE 'AS95240008'          TO WGLOB-MSG-REF-INFO
                PERFORM  0260-1000-GENERATE-MESSAGE
                    THRU 0260-1000-GENERATE-MESSAGE-X
           END-IF.

           IF   WS-RUN-MODE-RESULT
      *MSG: RESULTS READ @1 - APPROVED @2 - DECLINED @3 - UNMATCHED @4
                MOVE WS-CCAR-REC-READ      TO WS-PIC-COUNTER
                MOVE WS-PIC-COUNTER        TO WGLOB-MSG-PARM (1)
                MOVE WS-APPROVED-CNT       TO WS-PIC-COUNTER
                MOVE WS-PIC-COUNTER        TO WGLOB-MSG-PARM (2)
                MOVE WS-DECLINED-CNT       TO WS-PIC-COUNTER
                MOVE WS-PIC-COUNTER        TO WGLOB-MSG-PARM (3)
                MOVE WS-UNMATCHED-CNT      TO WS-PIC-COUNTER
                MOVE WS-PIC-COUNTER        TO WGLOB-MSG-PARM (4)
                MOVE 'AS95240009'          TO WGLOB-MSG-REF-INFO
                PERFORM  0260-1000-GENERATE-MESSAGE
                    THRU 0260-1000-GENERATE-MESSAGE-X
      *MSG: CARD RECEIPTS POSTED @1 - ALREADY POSTED @2
                MOVE WS-TOT-APPROVED-AMT   TO WS-AMT-EDIT
                MOVE WS-AMT-EDIT           TO WGLOB-MSG-PARM (1)
                MOVE WS-DUP-POSTED-CNT     TO WS-PIC-COUNTER
                MOVE WS-PIC-COUNTER        TO WGLOB-MSG-PARM (2)
                MOVE 'AS95240010'          TO WGLOB-MSG-REF-INFO
                PERFORM  0260-1000-GENERATE-MESSAGE
                    THRU 0260-1000-GENERATE-MESSAGE-X
           END-IF.

       5000-PRINT-GRAND-TOTALS-X.
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
       COPY ACPICCAQ.
      /
       COPY ACPICCAR.
      /
       COPY ACPICDHL.
      /
       COPY ACPBCWAE.
      /
      *****************************************************************
      * ERROR HANDLING ROUTINES                                       *
      *****************************************************************

       COPY XCPL0030.

       COPY XCPL0260.

      *****************************************************************
      **                 END OF PROGRAM ASBM9524                     **
      *****************************************************************
