891556**            EXPIRED WHEN THE ORIGINAL POLICY'S MATURITY      **
891556**            DATE HAS ALREADY PASSED SO THE APP DOES NOT      **
891556**            GET BUILT ON AN EXPIRED SOURCE CONTRACT          **
183629**  15OCT26   BROWSE CURSORS FETCH A ROWSET PER TRIP TO DB2 AND **
183629**            SERVE FETCH-NEXT REQUESTS ONE ROW AT A TIME FROM  **
183629**            THE BUFFER                                        **
527318**  15OCT26   DEADLOCK AND TIMEOUT RECOGNIZED - A TIMEOUT IS    **
527318**            RE-DRIVEN WITH A BACK-OFF AND A DEADLOCK ROLLBACK **
527318**            RETURNED AS ROLLED-BACK WHEN THE CALLER SETS A    **
527318**            LOCK RETRY LIMIT                                  **
      *****************************************************************
      /
      **********************
891556         10  WS-TODAY-MM                   PIC 9(02).
891556         10  WS-TODAY-DD                   PIC 9(02).
891556     05  WS-TODAY-FMT-DT                   PIC X(10).
183629*
183629* ROWSET BUFFER FOR THE BROWSE CURSORS. EACH TRIP TO DB2
183629* RETURNS UP TO WS-RS-MAX-ROWS ROWS AND EVERY FETCH-NEXT
183629* REQUEST IS SERVED FROM THE BUFFER, SO THE CALLER STILL
183629* RECEIVES ONE ROW PER CALL.
183629*
183629 01  WS-RS-ROWSET-AREA.
183629     05  WS-RS-MAX-ROWS                   PIC S9(04) BINARY
183629                                          VALUE +100.
183629     05  WS-RS-ROW-CNT                    PIC S9(04) BINARY
183629                                          VALUE ZERO.
183629     05  WS-RS-ROW-SUB                    PIC S9(04) BINARY
183629                                          VALUE ZERO.
183629     05  WS-RS-LAST-SW                    PIC X(01) VALUE 'N'.
183629         88  WS-RS-LAST-ROWSET                      VALUE 'Y'.
183629         88  WS-RS-MORE-ROWSETS                     VALUE 'N'.
183629     05  WS-RS-FETCH-SW                   PIC X(01) VALUE 'Y'.
183629         88  WS-RS-FETCH-OK                         VALUE 'Y'.
183629         88  WS-RS-FETCH-ERROR                      VALUE 'N'.
183629     05  WS-RS-APP-ID                     OCCURS 100 TIMES
183629                                          PIC X(15).
183629     05  WS-RS-SEQ-NUM                    OCCURS 100 TIMES
183629                                          PIC X(03).
183629     05  WS-RS-CNVR-ISS-EFF-DT            OCCURS 100 TIMES
183629                                          PIC X(10).
183629     05  WS-RS-CNVR-XPRY-DT               OCCURS 100 TIMES
183629                                          PIC X(10).
183629     05  WS-RS-ORIG-SML-PROD-CD           OCCURS 100 TIMES
183629                                          PIC X(03).
183629     05  WS-RS-ORIG-POL-ID                OCCURS 100 TIMES
183629                                          PIC X(07).
183629     05  WS-RS-ORIG-POL-ISS-DT            OCCURS 100 TIMES
183629                                          PIC X(10).
183629     05  WS-RS-ORIG-PMT-MTHD-CD           OCCURS 100 TIMES
183629                                          PIC X(02).
183629     05  WS-RS-ORIG-POL-MAT-DT            OCCURS 100 TIMES
183629                                          PIC X(10).
183629     05  WS-RS-ESC-XEMP-RSRV-AMT          OCCURS 100 TIMES
183629                                          PIC S9(13)V9(02) COMP-3.
183629     05  WS-RS-ESC-XEMP-SPREM-AMT         OCCURS 100 TIMES
183629                                          PIC S9(13)V9(02) COMP-3.
183629     05  WS-RS-ESC-RSRV-AMT               OCCURS 100 TIMES
183629                                          PIC S9(13)V9(02) COMP-3.
183629     05  WS-RS-ESC-SPREM-AMT              OCCURS 100 TIMES
183629                                          PIC S9(13)V9(02) COMP-3.
183629     05  WS-RS-ESC-ADJ-CHRG-AMT           OCCURS 100 TIMES
183629                                          PIC S9(13)V9(02) COMP-3.
183629     05  WS-RS-ORIG-MO-PREM-AMT           OCCURS 100 TIMES
183629                                          PIC S9(13)V9(02) COMP-3.
183629     05  WS-RS-CNVR-ORIG-DB-AMT           OCCURS 100 TIMES
183629                                          PIC S9(13)V9(02) COMP-3.
183629     05  WS-RS-CNVR-ORIG-HOSP-AMT         OCCURS 100 TIMES
183629                                          PIC S9(13)V9(02) COMP-3.
183629     05  WS-RS-ORIG-LTD-PREM-PD           OCCURS 100 TIMES
183629                                          PIC S9(13)V9(02) COMP-3.
183629     05  WS-RS-ORIG-TOT-LOAN-AMT          OCCURS 100 TIMES
183629                                          PIC S9(13)V9(02) COMP-3.
183629     05  WS-RS-ORIG-AFYC-AMT              OCCURS 100 TIMES
183629                                          PIC S9(13)V9(02) COMP-3.
183629     05  WS-RS-ORIG-CPREM-AMT             OCCURS 100 TIMES
183629                                          PIC S9(13)V9(02) COMP-3.
183629     05  WS-RS-ORIG-COMM-FACE-AMT         OCCURS 100 TIMES
183629                                          PIC S9(13)V9(02) COMP-3.
183629     05  WS-RS-ORIG-PAY-NUM               OCCURS 100 TIMES
183629                                          PIC S9(03) COMP-3.
183629     05  WS-RS-CNVR-ISS-EFF-DT-NI         OCCURS 100 TIMES
183629                                          PIC S9(04) BINARY.
183629     05  WS-RS-CNVR-XPRY-DT-NI            OCCURS 100 TIMES
183629                                          PIC S9(04) BINARY.
183629     05  WS-RS-ORIG-SML-PROD-CD-NI        OCCURS 100 TIMES
183629                                          PIC S9(04) BINARY.
183629     05  WS-RS-ORIG-POL-ID-NI             OCCURS 100 TIMES
183629                                          PIC S9(04) BINARY.
183629     05  WS-RS-ORIG-POL-ISS-DT-NI         OCCURS 100 TIMES
183629                                          PIC S9(04) BINARY.
183629     05  WS-RS-ORIG-PMT-MTHD-CD-NI        OCCURS 100 TIMES
183629                                          PIC S9(04) BINARY.
183629     05  WS-RS-ORIG-POL-MAT-DT-NI         OCCURS 100 TIMES
183629                                          PIC S9(04) BINARY.
183629     05  WS-RS-ESC-XEMP-RSRV-AMT-NI       OCCURS 100 TIMES
183629                                          PIC S9(04) BINARY.
183629     05  WS-RS-ESC-XEMP-SPREM-AMT-NI      OCCURS 100 TIMES
183629                                          PIC S9(04) BINARY.
183629     05  WS-RS-ESC-RSRV-AMT-NI            OCCURS 100 TIMES
183629                                          PIC S9(04) BINARY.
183629     05  WS-RS-ESC-SPREM-AMT-NI           OCCURS 100 TIMES
183629                                          PIC S9(04) BINARY.
183629     05  WS-RS-ESC-ADJ-CHRG-AMT-NI        OCCURS 100 TIMES
183629                                          PIC S9(04) BINARY.
183629     05  WS-RS-ORIG-MO-PREM-AMT-NI        OCCURS 100 TIMES
183629                                          PIC S9(04) BINARY.
183629     05  WS-RS-CNVR-ORIG-DB-AMT-NI        OCCURS 100 TIMES
183629                                          PIC S9(04) BINARY.
183629     05  WS-RS-CNVR-ORIG-HOSP-AMT-NI      OCCURS 100 TIMES
183629                                          PIC S9(04) BINARY.
183629     05  WS-RS-ORIG-LTD-PREM-PD-NI        OCCURS 100 TIMES
183629                                          PIC S9(04) BINARY.
183629     05  WS-RS-ORIG-TOT-LOAN-AMT-NI       OCCURS 100 TIMES
183629                                          PIC S9(04) BINARY.
183629     05  WS-RS-ORIG-AFYC-AMT-NI           OCCURS 100 TIMES
183629                                          PIC S9(04) BINARY.
183629     05  WS-RS-ORIG-CPREM-AMT-NI          OCCURS 100 TIMES
183629                                          PIC S9(04) BINARY.
183629     05  WS-RS-ORIG-COMM-FACE-AMT-NI      OCCURS 100 TIMES
183629                                          PIC S9(04) BINARY.
183629     05  WS-RS-ORIG-PAY-NUM-NI            OCCURS 100 TIMES
183629                                          PIC S9(04) BINARY.
527318*
527318* LOCK CONFLICT (DEADLOCK / TIMEOUT) RETRY CONTROL - SEE
527318* 9800-LOCK-CONFLICT.
527318*
527318 01  WS-LK-LOCK-RETRY-AREA.
527318     05  WS-LK-RETRY-CNT                  PIC S9(04) BINARY
527318                                          VALUE ZERO.
527318     05  WS-LK-WAIT-SECS                  PIC S9(09) BINARY
527318                                          VALUE ZERO.
527318     05  WS-LK-MAX-WAIT-SECS              PIC S9(09) BINARY
527318                                          VALUE +60.
527318     05  WS-LK-WAIT-FC                    PIC X(12).
527318     05  WS-LK-RETRY-SW                   PIC X(01) VALUE 'N'.
527318         88  WS-LK-RETRY-REQUEST                    VALUE 'Y'.
527318         88  WS-LK-RETRY-DONE                       VALUE 'N'.
      /
       COPY XCWWWKDT.
      /
           END-EVALUATE.


527318     IF   WUCNV-IO-ERROR
527318     AND (SQLCODE = -911 OR SQLCODE = -913)
527318          PERFORM  9800-LOCK-CONFLICT
527318              THRU 9800-LOCK-CONFLICT-X
527318          IF   WS-LK-RETRY-REQUEST
527318               GO TO 0000-MAINLINE
527318          END-IF
527318     END-IF.

527318     MOVE WS-LK-RETRY-CNT              TO  WUCNV-LOCK-RETRY-CNT.
527318     MOVE ZERO                         TO  WS-LK-RETRY-CNT.


           GOBACK.


      *************

           EXEC SQL
183629       DECLARE B1CUR_UCNV CURSOR
183629         WITH ROWSET POSITIONING FOR
             SELECT
                 APP_ID,
                 SEQ_NUM,
                 APP_ID,
                 SEQ_NUM
             FOR FETCH ONLY
183629       OPTIMIZE FOR 100 ROWS
           END-EXEC.

183629     MOVE ZERO                         TO  WS-RS-ROW-SUB
183629                                           WS-RS-ROW-CNT.
183629     SET  WS-RS-MORE-ROWSETS           TO  TRUE.

           EXEC SQL
                OPEN B1CUR_UCNV
           END-EXEC.
      *************

           EXEC SQL
183629       DECLARE BCUR_UCNV CURSOR
183629         WITH ROWSET POSITIONING FOR
             SELECT
                 APP_ID,
                 SEQ_NUM,
                 APP_ID,
                 SEQ_NUM
             FOR FETCH ONLY
183629       OPTIMIZE FOR 100 ROWS
           END-EXEC.

183629     MOVE ZERO                         TO  WS-RS-ROW-SUB
183629                                           WS-RS-ROW-CNT.
183629     SET  WS-RS-MORE-ROWSETS           TO  TRUE.

           EXEC SQL
                OPEN BCUR_UCNV
           END-EXEC.
       3101-FETCH-NEXT.
      *****************

183629     SET  WS-RS-FETCH-OK               TO  TRUE.

183629     IF  WS-RS-ROW-SUB NOT < WS-RS-ROW-CNT
183629     AND NOT WS-RS-LAST-ROWSET
183629         EXEC SQL
183629           FETCH NEXT ROWSET FROM B1CUR_UCNV
183629           FOR :WS-RS-MAX-ROWS ROWS
183629           INTO
183629             :WS-RS-APP-ID,
183629             :WS-RS-SEQ-NUM,
183629             :WS-RS-CNVR-ISS-EFF-DT    :WS-RS-CNVR-ISS-EFF-DT-NI,
183629             :WS-RS-CNVR-XPRY-DT       :WS-RS-CNVR-XPRY-DT-NI,
183629             :WS-RS-ORIG-SML-PROD-CD :WS-RS-ORIG-SML-PROD-CD-NI,
183629             :WS-RS-ORIG-POL-ID        :WS-RS-ORIG-POL-ID-NI,
183629             :WS-RS-ORIG-POL-ISS-DT    :WS-RS-ORIG-POL-ISS-DT-NI,
183629             :WS-RS-ORIG-PMT-MTHD-CD :WS-RS-ORIG-PMT-MTHD-CD-NI,
183629             :WS-RS-ORIG-POL-MAT-DT    :WS-RS-ORIG-POL-MAT-DT-NI,
183629             :WS-RS-ESC-XEMP-RSRV-AMT
183629                 :WS-RS-ESC-XEMP-RSRV-AMT-NI,
183629             :WS-RS-ESC-XEMP-SPREM-AMT
183629                 :WS-RS-ESC-XEMP-SPREM-AMT-NI,
183629             :WS-RS-ESC-RSRV-AMT       :WS-RS-ESC-RSRV-AMT-NI,
183629             :WS-RS-ESC-SPREM-AMT      :WS-RS-ESC-SPREM-AMT-NI,
183629             :WS-RS-ESC-ADJ-CHRG-AMT :WS-RS-ESC-ADJ-CHRG-AMT-NI,
183629             :WS-RS-ORIG-MO-PREM-AMT :WS-RS-ORIG-MO-PREM-AMT-NI,
183629             :WS-RS-CNVR-ORIG-DB-AMT :WS-RS-CNVR-ORIG-DB-AMT-NI,
183629             :WS-RS-CNVR-ORIG-HOSP-AMT
183629                 :WS-RS-CNVR-ORIG-HOSP-AMT-NI,
183629             :WS-RS-ORIG-LTD-PREM-PD :WS-RS-ORIG-LTD-PREM-PD-NI,
183629             :WS-RS-ORIG-TOT-LOAN-AMT
183629                 :WS-RS-ORIG-TOT-LOAN-AMT-NI,
183629             :WS-RS-ORIG-AFYC-AMT      :WS-RS-ORIG-AFYC-AMT-NI,
183629             :WS-RS-ORIG-CPREM-AMT     :WS-RS-ORIG-CPREM-AMT-NI,
183629             :WS-RS-ORIG-COMM-FACE-AMT
183629                 :WS-RS-ORIG-COMM-FACE-AMT-NI,
183629             :WS-RS-ORIG-PAY-NUM       :WS-RS-ORIG-PAY-NUM-NI
183629         END-EXEC
183629         PERFORM  3800-LOAD-ROWSET
183629             THRU 3800-LOAD-ROWSET-X
183629     END-IF.

183629     IF  WS-RS-FETCH-ERROR
183629         SET  WUCNV-IO-ERROR           TO  TRUE
183629     ELSE
183629         PERFORM  3900-NEXT-ROWSET-ROW
183629             THRU 3900-NEXT-ROWSET-ROW-X
183629     END-IF.


       3101-FETCH-NEXT-X.
       310G-FETCH-NEXT.
      *****************

183629     SET  WS-RS-FETCH-OK               TO  TRUE.

183629     IF  WS-RS-ROW-SUB NOT < WS-RS-ROW-CNT
183629     AND NOT WS-RS-LAST-ROWSET
183629         EXEC SQL
183629           FETCH NEXT ROWSET FROM BCUR_UCNV
183629           FOR :WS-RS-MAX-ROWS ROWS
183629           INTO
183629             :WS-RS-APP-ID,
183629             :WS-RS-SEQ-NUM,
183629             :WS-RS-CNVR-ISS-EFF-DT    :WS-RS-CNVR-ISS-EFF-DT-NI,
183629             :WS-RS-CNVR-XPRY-DT       :WS-RS-CNVR-XPRY-DT-NI,
183629             :WS-RS-ORIG-SML-PROD-CD :WS-RS-ORIG-SML-PROD-CD-NI,
183629             :WS-RS-ORIG-POL-ID        :WS-RS-ORIG-POL-ID-NI,
183629             :WS-RS-ORIG-POL-ISS-DT    :WS-RS-ORIG-POL-ISS-DT-NI,
183629             :WS-RS-ORIG-PMT-MTHD-CD :WS-RS-ORIG-PMT-MTHD-CD-NI,
183629             :WS-RS-ORIG-POL-MAT-DT    :WS-RS-ORIG-POL-MAT-DT-NI,
183629             :WS-RS-ESC-XEMP-RSRV-AMT
183629                 :WS-RS-ESC-XEMP-RSRV-AMT-NI,
183629             :WS-RS-ESC-XEMP-SPREM-AMT
183629                 :WS-RS-ESC-XEMP-SPREM-AMT-NI,
183629             :WS-RS-ESC-RSRV-AMT       :WS-RS-ESC-RSRV-AMT-NI,
183629             :WS-RS-ESC-SPREM-AMT      :WS-RS-ESC-SPREM-AMT-NI,
183629             :WS-RS-ESC-ADJ-CHRG-AMT :WS-RS-ESC-ADJ-CHRG-AMT-NI,
183629             :WS-RS-ORIG-MO-PREM-AMT :WS-RS-ORIG-MO-PREM-AMT-NI,
183629             :WS-RS-CNVR-ORIG-DB-AMT :WS-RS-CNVR-ORIG-DB-AMT-NI,
183629             :WS-RS-CNVR-ORIG-HOSP-AMT
183629                 :WS-RS-CNVR-ORIG-HOSP-AMT-NI,
183629             :WS-RS-ORIG-LTD-PREM-PD :WS-RS-ORIG-LTD-PREM-PD-NI,
183629             :WS-RS-ORIG-TOT-LOAN-AMT
183629                 :WS-RS-ORIG-TOT-LOAN-AMT-NI,
183629             :WS-RS-ORIG-AFYC-AMT      :WS-RS-ORIG-AFYC-AMT-NI,
183629             :WS-RS-ORIG-CPREM-AMT     :WS-RS-ORIG-CPREM-AMT-NI,
183629             :WS-RS-ORIG-COMM-FACE-AMT
183629                 :WS-RS-ORIG-COMM-FACE-AMT-NI,
183629             :WS-RS-ORIG-PAY-NUM       :WS-RS-ORIG-PAY-NUM-NI
183629         END-EXEC
183629         PERFORM  3800-LOAD-ROWSET
183629             THRU 3800-LOAD-ROWSET-X
183629     END-IF.

183629     IF  WS-RS-FETCH-ERROR
183629         SET  WUCNV-IO-ERROR           TO  TRUE
183629     ELSE
183629         PERFORM  3900-NEXT-ROWSET-ROW
183629             THRU 3900-NEXT-ROWSET-ROW-X
183629     END-IF.


       310G-FETCH-NEXT-X.
           EXIT.


183629******************
183629 3800-LOAD-ROWSET.
183629******************

183629     MOVE ZERO                         TO  WS-RS-ROW-SUB
183629                                           WS-RS-ROW-CNT.

183629     EVALUATE SQLCODE

183629         WHEN ZERO
183629              MOVE SQLERRD (3)         TO  WS-RS-ROW-CNT

183629         WHEN +100
183629              SET  WS-RS-LAST-ROWSET   TO  TRUE
183629              MOVE SQLERRD (3)         TO  WS-RS-ROW-CNT

183629         WHEN OTHER
183629              SET  WS-RS-FETCH-ERROR   TO  TRUE

183629     END-EVALUATE.


183629 3800-LOAD-ROWSET-X.
183629     EXIT.


183629**********************
183629 3900-NEXT-ROWSET-ROW.
183629**********************

183629     IF  WS-RS-ROW-SUB NOT < WS-RS-ROW-CNT
183629         SET  WUCNV-IO-EOF             TO  TRUE
183629         GO TO 3900-NEXT-ROWSET-ROW-X
183629     END-IF.

183629     ADD  +1                           TO  WS-RS-ROW-SUB.

183629     MOVE LOW-VALUES                   TO  ZUCNV-NULL-INDICATORS.

183629     MOVE WS-RS-APP-ID (WS-RS-ROW-SUB)
183629                                       TO  RUCNV-APP-ID.
183629     MOVE WS-RS-SEQ-NUM (WS-RS-ROW-SUB)
183629                                       TO  RUCNV-SEQ-NUM.
183629     MOVE WS-RS-CNVR-ISS-EFF-DT (WS-RS-ROW-SUB)
183629                                       TO  RUCNV-CNVR-ISS-EFF-DT.
183629     MOVE WS-RS-CNVR-XPRY-DT (WS-RS-ROW-SUB)
183629                                       TO  RUCNV-CNVR-XPRY-DT.
183629     MOVE WS-RS-ORIG-SML-PROD-CD (WS-RS-ROW-SUB)
183629                                       TO  RUCNV-ORIG-SML-PROD-CD.
183629     MOVE WS-RS-ORIG-POL-ID (WS-RS-ROW-SUB)
183629                                       TO  RUCNV-ORIG-POL-ID.
183629     MOVE WS-RS-ORIG-POL-ISS-DT (WS-RS-ROW-SUB)
183629                                       TO  RUCNV-ORIG-POL-ISS-DT.
183629     MOVE WS-RS-ORIG-PMT-MTHD-CD (WS-RS-ROW-SUB)
183629                                       TO  RUCNV-ORIG-PMT-MTHD-CD.
183629     MOVE WS-RS-ORIG-POL-MAT-DT (WS-RS-ROW-SUB)
183629                                       TO  RUCNV-ORIG-POL-MAT-DT.
183629     MOVE WS-RS-ESC-XEMP-RSRV-AMT (WS-RS-ROW-SUB)
183629                                      TO  RUCNV-ESC-XEMP-RSRV-AMT.
183629     MOVE WS-RS-ESC-XEMP-SPREM-AMT (WS-RS-ROW-SUB)
183629                                     TO  RUCNV-ESC-XEMP-SPREM-AMT.
183629     MOVE WS-RS-ESC-RSRV-AMT (WS-RS-ROW-SUB)
183629                                       TO  RUCNV-ESC-RSRV-AMT.
183629     MOVE WS-RS-ESC-SPREM-AMT (WS-RS-ROW-SUB)
183629                                       TO  RUCNV-ESC-SPREM-AMT.
183629     MOVE WS-RS-ESC-ADJ-CHRG-AMT (WS-RS-ROW-SUB)
183629                                       TO  RUCNV-ESC-ADJ-CHRG-AMT.
183629     MOVE WS-RS-ORIG-MO-PREM-AMT (WS-RS-ROW-SUB)
183629                                       TO  RUCNV-ORIG-MO-PREM-AMT.
183629     MOVE WS-RS-CNVR-ORIG-DB-AMT (WS-RS-ROW-SUB)
183629                                       TO  RUCNV-CNVR-ORIG-DB-AMT.
183629     MOVE WS-RS-CNVR-ORIG-HOSP-AMT (WS-RS-ROW-SUB)
183629                                     TO  RUCNV-CNVR-ORIG-HOSP-AMT.
183629     MOVE WS-RS-ORIG-LTD-PREM-PD (WS-RS-ROW-SUB)
183629                                       TO  RUCNV-ORIG-LTD-PREM-PD.
183629     MOVE WS-RS-ORIG-TOT-LOAN-AMT (WS-RS-ROW-SUB)
183629                                      TO  RUCNV-ORIG-TOT-LOAN-AMT.
183629     MOVE WS-RS-ORIG-AFYC-AMT (WS-RS-ROW-SUB)
183629                                       TO  RUCNV-ORIG-AFYC-AMT.
183629     MOVE WS-RS-ORIG-CPREM-AMT (WS-RS-ROW-SUB)
183629                                       TO  RUCNV-ORIG-CPREM-AMT.
183629     MOVE WS-RS-ORIG-COMM-FACE-AMT (WS-RS-ROW-SUB)
183629                                     TO  RUCNV-ORIG-COMM-FACE-AMT.
183629     MOVE WS-RS-ORIG-PAY-NUM (WS-RS-ROW-SUB)
183629                                       TO  RUCNV-ORIG-PAY-NUM.
183629     MOVE WS-RS-CNVR-ISS-EFF-DT-NI (WS-RS-ROW-SUB)
183629                                     TO  ZUCNV-CNVR-ISS-EFF-DT-NI.
183629     MOVE WS-RS-CNVR-XPRY-DT-NI (WS-RS-ROW-SUB)
183629                                       TO  ZUCNV-CNVR-XPRY-DT-NI.
183629     MOVE WS-RS-ORIG-SML-PROD-CD-NI (WS-RS-ROW-SUB)
183629                                    TO  ZUCNV-ORIG-SML-PROD-CD-NI.
183629     MOVE WS-RS-ORIG-POL-ID-NI (WS-RS-ROW-SUB)
183629                                       TO  ZUCNV-ORIG-POL-ID-NI.
183629     MOVE WS-RS-ORIG-POL-ISS-DT-NI (WS-RS-ROW-SUB)
183629                                     TO  ZUCNV-ORIG-POL-ISS-DT-NI.
183629     MOVE WS-RS-ORIG-PMT-MTHD-CD-NI (WS-RS-ROW-SUB)
183629                                    TO  ZUCNV-ORIG-PMT-MTHD-CD-NI.
183629     MOVE WS-RS-ORIG-POL-MAT-DT-NI (WS-RS-ROW-SUB)
183629                                     TO  ZUCNV-ORIG-POL-MAT-DT-NI.
183629     MOVE WS-RS-ESC-XEMP-RSRV-AMT-NI (WS-RS-ROW-SUB)
183629                                   TO  ZUCNV-ESC-XEMP-RSRV-AMT-NI.
183629     MOVE WS-RS-ESC-XEMP-SPREM-AMT-NI (WS-RS-ROW-SUB)
183629                                  TO  ZUCNV-ESC-XEMP-SPREM-AMT-NI.
183629     MOVE WS-RS-ESC-RSRV-AMT-NI (WS-RS-ROW-SUB)
183629                                       TO  ZUCNV-ESC-RSRV-AMT-NI.
183629     MOVE WS-RS-ESC-SPREM-AMT-NI (WS-RS-ROW-SUB)
183629                                       TO  ZUCNV-ESC-SPREM-AMT-NI.
183629     MOVE WS-RS-ESC-ADJ-CHRG-AMT-NI (WS-RS-ROW-SUB)
183629                                    TO  ZUCNV-ESC-ADJ-CHRG-AMT-NI.
183629     MOVE WS-RS-ORIG-MO-PREM-AMT-NI (WS-RS-ROW-SUB)
183629                                    TO  ZUCNV-ORIG-MO-PREM-AMT-NI.
183629     MOVE WS-RS-CNVR-ORIG-DB-AMT-NI (WS-RS-ROW-SUB)
183629                                    TO  ZUCNV-CNVR-ORIG-DB-AMT-NI.
183629     MOVE WS-RS-CNVR-ORIG-HOSP-AMT-NI (WS-RS-ROW-SUB)
183629                                  TO  ZUCNV-CNVR-ORIG-HOSP-AMT-NI.
183629     MOVE WS-RS-ORIG-LTD-PREM-PD-NI (WS-RS-ROW-SUB)
183629                                    TO  ZUCNV-ORIG-LTD-PREM-PD-NI.
183629     MOVE WS-RS-ORIG-TOT-LOAN-AMT-NI (WS-RS-ROW-SUB)
183629                                   TO  ZUCNV-ORIG-TOT-LOAN-AMT-NI.
183629     MOVE WS-RS-ORIG-AFYC-AMT-NI (WS-RS-ROW-SUB)
183629                                       TO  ZUCNV-ORIG-AFYC-AMT-NI.
183629     MOVE WS-RS-ORIG-CPREM-AMT-NI (WS-RS-ROW-SUB)
183629                                      TO  ZUCNV-ORIG-CPREM-AMT-NI.
183629     MOVE WS-RS-ORIG-COMM-FACE-AMT-NI (WS-RS-ROW-SUB)
183629                                  TO  ZUCNV-ORIG-COMM-FACE-AMT-NI.
183629     MOVE WS-RS-ORIG-PAY-NUM-NI (WS-RS-ROW-SUB)
183629                                       TO  ZUCNV-ORIG-PAY-NUM-NI.

183629     SET  WUCNV-IO-OK                  TO  TRUE.
183629     PERFORM  UCNV-2000-SET-NULL-DFLT
183629         THRU UCNV-2000-SET-NULL-DFLT-X.
183629     MOVE RUCNV-KEY                    TO  WUCNV-KEY.
183629     PERFORM  8000-CHECK-MATURITY-ELIGIBILITY
183629         THRU 8000-CHECK-MATURITY-ELIGIBILITY-X.


183629 3900-NEXT-ROWSET-ROW-X.
183629     EXIT.


      *********************
       4000-EXEC-CLOSE-CUR.
      *********************
      ***********************
874156     EXIT.


527318********************
527318 9800-LOCK-CONFLICT.
527318********************
527318*
527318* DB2 RETURNS -911 WHEN IT HAS ALREADY ROLLED THE UNIT OF
527318* WORK BACK TO THE LAST COMMIT POINT (DEADLOCK OR TIMEOUT
527318* VICTIM) AND -913 WHEN ONLY THIS STATEMENT FAILED AND THE
527318* UNIT OF WORK AND ITS LOCKS ARE STILL INTACT.  WITH NO
527318* RETRY LIMIT IN THE WORK AREA BOTH STAY A PLAIN IO-ERROR.
527318*
527318     SET  WS-LK-RETRY-DONE             TO  TRUE.

527318     IF   WUCNV-LOCK-RETRY-MAX NOT NUMERIC
527318     OR   WUCNV-LOCK-RETRY-MAX = ZERO
527318          GO TO 9800-LOCK-CONFLICT-X
527318     END-IF.

527318*
527318* ONLY THE CALLER CAN RE-DRIVE ITS WORK FROM THE LAST
527318* COMMIT POINT AFTER A ROLLBACK.
527318*
527318     IF   SQLCODE = -911
527318          SET  WUCNV-IO-ROLLED-BACK    TO  TRUE
527318          GO TO 9800-LOCK-CONFLICT-X
527318     END-IF.

527318     IF   WS-LK-RETRY-CNT NOT < WUCNV-LOCK-RETRY-MAX
527318          GO TO 9800-LOCK-CONFLICT-X
527318     END-IF.

527318*
527318* TIMEOUT - WAIT AND RE-DRIVE THE REQUEST.  THE WAIT STARTS
527318* AT THE CALLER'S LOCK-WAIT-SECS (1 SECOND WHEN NOT SET) AND
527318* DOUBLES ON EACH RETRY UP TO WS-LK-MAX-WAIT-SECS.
527318*
527318     ADD  +1                           TO  WS-LK-RETRY-CNT.

527318     IF   WUCNV-LOCK-WAIT-SECS NUMERIC
527318     AND  WUCNV-LOCK-WAIT-SECS > ZERO
527318          MOVE WUCNV-LOCK-WAIT-SECS    TO  WS-LK-WAIT-SECS
527318     ELSE
527318          MOVE +1                      TO  WS-LK-WAIT-SECS
527318     END-IF.

527318     COMPUTE WS-LK-WAIT-SECS = WS-LK-WAIT-SECS
527318                             * (2 ** (WS-LK-RETRY-CNT - 1))
527318         ON SIZE ERROR
527318            MOVE WS-LK-MAX-WAIT-SECS   TO  WS-LK-WAIT-SECS
527318     END-COMPUTE.

527318     IF   WS-LK-WAIT-SECS > WS-LK-MAX-WAIT-SECS
527318          MOVE WS-LK-MAX-WAIT-SECS     TO  WS-LK-WAIT-SECS
527318     END-IF.

527318     CALL 'CEE3DLY'  USING WS-LK-WAIT-SECS
527318                           WS-LK-WAIT-FC.

527318     SET  WS-LK-RETRY-REQUEST          TO  TRUE.


527318 9800-LOCK-CONFLICT-X.
527318     EXIT.

      *****************************************************************
      **                 END OF PROGRAM ASIBUCNV                     **
      *****************************************************************
