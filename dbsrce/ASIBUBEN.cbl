C12392**  11NOV2011 CREATED FOR UBEN PROCESSING                      **
MP270A**  23MAR16  FIELD ADDED AS PART OF E-POS APPLICATION XML      **
UYS002**  27FEB21  FIELD ADDED FOR COLI PRODUCTS                     **      
183629**  15OCT26   BROWSE CURSORS FETCH A ROWSET PER TRIP TO DB2 AND **
183629**            SERVE FETCH-NEXT REQUESTS ONE ROW AT A TIME FROM  **
183629**            THE BUFFER                                        **
527318**  15OCT26   DEADLOCK AND TIMEOUT RECOGNIZED - A TIMEOUT IS    **
527318**            RE-DRIVEN WITH A BACK-OFF AND A DEADLOCK ROLLBACK **
527318**            RETURNED AS ROLLED-BACK WHEN THE CALLER SETS A    **
527318**            LOCK RETRY LIMIT                                  **
481736**  15OCT26   MINOR BENEFICIARY CUSTODIAN TYPE AND REFERENCE    **
481736**            ADDED TO THE BROWSE CURSORS                       **
      *****************************************************************
      /
      **********************
               88  WS-OPTM-SQL-CUR-CLOSED                 VALUE SPACES.
           05  WS-OPTM-SQL-EXEC-N               REDEFINES
               WS-OPTM-SQL-EXEC                 PIC 9(02).
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
183629     05  WS-RS-STCKR-ID                   OCCURS 100 TIMES
183629                                          PIC X(11).
183629     05  WS-RS-BEN-TYP-CD                 OCCURS 100 TIMES
183629                                          PIC X(01).
183629     05  WS-RS-SEQ-NUM                    OCCURS 100 TIMES
183629                                          PIC X(03).
183629     05  WS-RS-BEN-SUR-NM                 OCCURS 100 TIMES
183629                                          PIC X(50).
183629     05  WS-RS-BEN-GIV-NM                 OCCURS 100 TIMES
183629                                          PIC X(50).
183629     05  WS-RS-BNFY-CO-NM                 OCCURS 100 TIMES
183629                                          PIC X(100).
183629     05  WS-RS-BEN-REL-CD                 OCCURS 100 TIMES
183629                                          PIC X(02).
183629     05  WS-RS-BEN-PCT                    OCCURS 100 TIMES
183629                                          PIC X(03).
183629     05  WS-RS-BNFY-ANTY-PERI-CD          OCCURS 100 TIMES
183629                                          PIC X(02).
183629     05  WS-RS-BNFY-MORAL-RISK-IND        OCCURS 100 TIMES
183629                                          PIC X(01).
183629     05  WS-RS-BNFY-KA-GIV-NM             OCCURS 100 TIMES
183629                                          PIC X(50).
183629     05  WS-RS-BNFY-KA-SUR-NM             OCCURS 100 TIMES
183629                                          PIC X(50).
183629     05  WS-RS-BNFY-CO-KA-NM              OCCURS 100 TIMES
183629                                          PIC X(100).
183629     05  WS-RS-BNFY-SEX-CD                OCCURS 100 TIMES
183629                                          PIC X(01).
183629     05  WS-RS-BNFY-BTH-DT                OCCURS 100 TIMES
183629                                          PIC X(10).
183629     05  WS-RS-BNFY-REL-TYP-CD            OCCURS 100 TIMES
183629                                          PIC X(02).
481736     05  WS-RS-BNFY-CSTDN-TYP-CD          OCCURS 100 TIMES
481736                                          PIC X(01).
481736     05  WS-RS-BNFY-CSTDN-REF-ID          OCCURS 100 TIMES
481736                                          PIC X(15).
183629     05  WS-RS-BEN-SUR-NM-NI              OCCURS 100 TIMES
183629                                          PIC S9(04) BINARY.
183629     05  WS-RS-BEN-GIV-NM-NI              OCCURS 100 TIMES
183629                                          PIC S9(04) BINARY.
183629     05  WS-RS-BNFY-CO-NM-NI              OCCURS 100 TIMES
183629                                          PIC S9(04) BINARY.
183629     05  WS-RS-BEN-REL-CD-NI              OCCURS 100 TIMES
183629                                          PIC S9(04) BINARY.
183629     05  WS-RS-BEN-PCT-NI                 OCCURS 100 TIMES
183629                                          PIC S9(04) BINARY.
183629     05  WS-RS-BNFY-ANTY-PERI-CD-NI       OCCURS 100 TIMES
183629                                          PIC S9(04) BINARY.
183629     05  WS-RS-BNFY-MORAL-RISK-IND-NI     OCCURS 100 TIMES
183629                                          PIC S9(04) BINARY.
183629     05  WS-RS-BNFY-KA-GIV-NM-NI          OCCURS 100 TIMES
183629                                          PIC S9(04) BINARY.
183629     05  WS-RS-BNFY-KA-SUR-NM-NI          OCCURS 100 TIMES
183629                                          PIC S9(04) BINARY.
183629     05  WS-RS-BNFY-CO-KA-NM-NI           OCCURS 100 TIMES
183629                                          PIC S9(04) BINARY.
183629     05  WS-RS-BNFY-SEX-CD-NI             OCCURS 100 TIMES
183629                                          PIC S9(04) BINARY.
183629     05  WS-RS-BNFY-BTH-DT-NI             OCCURS 100 TIMES
183629                                          PIC S9(04) BINARY.
183629     05  WS-RS-BNFY-REL-TYP-CD-NI         OCCURS 100 TIMES
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


527318     IF   WUBEN-IO-ERROR
527318     AND (SQLCODE = -911 OR SQLCODE = -913)
527318          PERFORM  9800-LOCK-CONFLICT
527318              THRU 9800-LOCK-CONFLICT-X
527318          IF   WS-LK-RETRY-REQUEST
527318               GO TO 0000-MAINLINE
527318          END-IF
527318     END-IF.

527318     MOVE WS-LK-RETRY-CNT              TO  WUBEN-LOCK-RETRY-CNT.
527318     MOVE ZERO                         TO  WS-LK-RETRY-CNT.


           GOBACK.


      *************

           EXEC SQL
183629       DECLARE B2CUR_UBEN CURSOR
183629         WITH ROWSET POSITIONING FOR
             SELECT
                 APP_ID,
                 STCKR_ID,
                 BNFY_CO_KA_NM,
                 BNFY_SEX_CD,
                 BNFY_BTH_DT,
481736           BNFY_REL_TYP_CD,
481736           BNFY_CSTDN_TYP_CD,
481736           BNFY_CSTDN_REF_ID
             FROM TUBEN
             WHERE
                 APP_ID      = :WUBEN-APP-ID             AND
                 BEN_TYP_CD,
                 SEQ_NUM
             FOR FETCH ONLY
183629       OPTIMIZE FOR 100 ROWS
           END-EXEC.

183629     MOVE ZERO                         TO  WS-RS-ROW-SUB
183629                                           WS-RS-ROW-CNT.
183629     SET  WS-RS-MORE-ROWSETS           TO  TRUE.

           EXEC SQL
                OPEN B2CUR_UBEN
           END-EXEC.
      *************

           EXEC SQL
183629       DECLARE BCUR_UBEN CURSOR
183629         WITH ROWSET POSITIONING FOR
             SELECT
                 APP_ID,
                 STCKR_ID,
                 BNFY_CO_KA_NM,
                 BNFY_SEX_CD,
                 BNFY_BTH_DT,
481736           BNFY_REL_TYP_CD,
481736           BNFY_CSTDN_TYP_CD,
481736           BNFY_CSTDN_REF_ID
             FROM TUBEN
             WHERE
                 APP_ID      BETWEEN
                 BEN_TYP_CD,
                 SEQ_NUM
             FOR FETCH ONLY
183629       OPTIMIZE FOR 100 ROWS
           END-EXEC.

183629     MOVE ZERO                         TO  WS-RS-ROW-SUB
183629                                           WS-RS-ROW-CNT.
183629     SET  WS-RS-MORE-ROWSETS           TO  TRUE.

           EXEC SQL
                OPEN BCUR_UBEN
           END-EXEC.
       3102-FETCH-NEXT.
      *****************

183629     SET  WS-RS-FETCH-OK               TO  TRUE.

183629     IF  WS-RS-ROW-SUB NOT < WS-RS-ROW-CNT
183629     AND NOT WS-RS-LAST-ROWSET
183629         EXEC SQL
183629           FETCH NEXT ROWSET FROM B2CUR_UBEN
183629           FOR :WS-RS-MAX-ROWS ROWS
183629           INTO
183629             :WS-RS-APP-ID,
183629             :WS-RS-STCKR-ID,
183629             :WS-RS-BEN-TYP-CD,
183629             :WS-RS-SEQ-NUM,
183629             :WS-RS-BEN-SUR-NM          :WS-RS-BEN-SUR-NM-NI,
183629             :WS-RS-BEN-GIV-NM          :WS-RS-BEN-GIV-NM-NI,
183629             :WS-RS-BNFY-CO-NM          :WS-RS-BNFY-CO-NM-NI,
183629             :WS-RS-BEN-REL-CD          :WS-RS-BEN-REL-CD-NI,
183629             :WS-RS-BEN-PCT             :WS-RS-BEN-PCT-NI,
183629             :WS-RS-BNFY-ANTY-PERI-CD
183629                 :WS-RS-BNFY-ANTY-PERI-CD-NI,
183629             :WS-RS-BNFY-MORAL-RISK-IND
183629                 :WS-RS-BNFY-MORAL-RISK-IND-NI,
183629             :WS-RS-BNFY-KA-GIV-NM      :WS-RS-BNFY-KA-GIV-NM-NI,
183629             :WS-RS-BNFY-KA-SUR-NM      :WS-RS-BNFY-KA-SUR-NM-NI,
183629             :WS-RS-BNFY-CO-KA-NM       :WS-RS-BNFY-CO-KA-NM-NI,
183629             :WS-RS-BNFY-SEX-CD         :WS-RS-BNFY-SEX-CD-NI,
183629             :WS-RS-BNFY-BTH-DT         :WS-RS-BNFY-BTH-DT-NI,
481736             :WS-RS-BNFY-REL-TYP-CD     :WS-RS-BNFY-REL-TYP-CD-NI,
481736             :WS-RS-BNFY-CSTDN-TYP-CD,
481736             :WS-RS-BNFY-CSTDN-REF-ID
183629         END-EXEC
183629         PERFORM  3800-LOAD-ROWSET
183629             THRU 3800-LOAD-ROWSET-X
183629     END-IF.

183629     IF  WS-RS-FETCH-ERROR
183629         SET  WUBEN-IO-ERROR           TO  TRUE
183629     ELSE
183629         PERFORM  3900-NEXT-ROWSET-ROW
183629             THRU 3900-NEXT-ROWSET-ROW-X
183629     END-IF.


       3102-FETCH-NEXT-X.
       310G-FETCH-NEXT.
      *****************

183629     SET  WS-RS-FETCH-OK               TO  TRUE.

183629     IF  WS-RS-ROW-SUB NOT < WS-RS-ROW-CNT
183629     AND NOT WS-RS-LAST-ROWSET
183629         EXEC SQL
183629           FETCH NEXT ROWSET FROM BCUR_UBEN
183629           FOR :WS-RS-MAX-ROWS ROWS
183629           INTO
183629             :WS-RS-APP-ID,
183629             :WS-RS-STCKR-ID,
183629             :WS-RS-BEN-TYP-CD,
183629             :WS-RS-SEQ-NUM,
183629             :WS-RS-BEN-SUR-NM          :WS-RS-BEN-SUR-NM-NI,
183629             :WS-RS-BEN-GIV-NM          :WS-RS-BEN-GIV-NM-NI,
183629             :WS-RS-BNFY-CO-NM          :WS-RS-BNFY-CO-NM-NI,
183629             :WS-RS-BEN-REL-CD          :WS-RS-BEN-REL-CD-NI,
183629             :WS-RS-BEN-PCT             :WS-RS-BEN-PCT-NI,
183629             :WS-RS-BNFY-ANTY-PERI-CD
183629                 :WS-RS-BNFY-ANTY-PERI-CD-NI,
183629             :WS-RS-BNFY-MORAL-RISK-IND
183629                 :WS-RS-BNFY-MORAL-RISK-IND-NI,
183629             :WS-RS-BNFY-KA-GIV-NM      :WS-RS-BNFY-KA-GIV-NM-NI,
183629             :WS-RS-BNFY-KA-SUR-NM      :WS-RS-BNFY-KA-SUR-NM-NI,
183629             :WS-RS-BNFY-CO-KA-NM       :WS-RS-BNFY-CO-KA-NM-NI,
183629             :WS-RS-BNFY-SEX-CD         :WS-RS-BNFY-SEX-CD-NI,
183629             :WS-RS-BNFY-BTH-DT         :WS-RS-BNFY-BTH-DT-NI,
481736             :WS-RS-BNFY-REL-TYP-CD     :WS-RS-BNFY-REL-TYP-CD-NI,
481736             :WS-RS-BNFY-CSTDN-TYP-CD,
481736             :WS-RS-BNFY-CSTDN-REF-ID
183629         END-EXEC
183629         PERFORM  3800-LOAD-ROWSET
183629             THRU 3800-LOAD-ROWSET-X
183629     END-IF.

183629     IF  WS-RS-FETCH-ERROR
183629         SET  WUBEN-IO-ERROR           TO  TRUE
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
183629         SET  WUBEN-IO-EOF             TO  TRUE
183629         GO TO 3900-NEXT-ROWSET-ROW-X
183629     END-IF.

183629     ADD  +1                           TO  WS-RS-ROW-SUB.

183629     MOVE LOW-VALUES                   TO  ZUBEN-NULL-INDICATORS.

183629     MOVE WS-RS-APP-ID (WS-RS-ROW-SUB)
183629                                       TO  RUBEN-APP-ID.
183629     MOVE WS-RS-STCKR-ID (WS-RS-ROW-SUB)
183629                                       TO  RUBEN-STCKR-ID.
183629     MOVE WS-RS-BEN-TYP-CD (WS-RS-ROW-SUB)
183629                                       TO  RUBEN-BEN-TYP-CD.
183629     MOVE WS-RS-SEQ-NUM (WS-RS-ROW-SUB)
183629                                       TO  RUBEN-SEQ-NUM.
183629     MOVE WS-RS-BEN-SUR-NM (WS-RS-ROW-SUB)
183629                                       TO  RUBEN-BEN-SUR-NM.
183629     MOVE WS-RS-BEN-GIV-NM (WS-RS-ROW-SUB)
183629                                       TO  RUBEN-BEN-GIV-NM.
183629     MOVE WS-RS-BNFY-CO-NM (WS-RS-ROW-SUB)
183629                                       TO  RUBEN-BNFY-CO-NM.
183629     MOVE WS-RS-BEN-REL-CD (WS-RS-ROW-SUB)
183629                                       TO  RUBEN-BEN-REL-CD.
183629     MOVE WS-RS-BEN-PCT (WS-RS-ROW-SUB)
183629                                       TO  RUBEN-BEN-PCT.
183629     MOVE WS-RS-BNFY-ANTY-PERI-CD (WS-RS-ROW-SUB)
183629                                      TO  RUBEN-BNFY-ANTY-PERI-CD.
183629     MOVE WS-RS-BNFY-MORAL-RISK-IND (WS-RS-ROW-SUB)
183629                                    TO  RUBEN-BNFY-MORAL-RISK-IND.
183629     MOVE WS-RS-BNFY-KA-GIV-NM (WS-RS-ROW-SUB)
183629                                       TO  RUBEN-BNFY-KA-GIV-NM.
183629     MOVE WS-RS-BNFY-KA-SUR-NM (WS-RS-ROW-SUB)
183629                                       TO  RUBEN-BNFY-KA-SUR-NM.
183629     MOVE WS-RS-BNFY-CO-KA-NM (WS-RS-ROW-SUB)
183629                                       TO  RUBEN-BNFY-CO-KA-NM.
183629     MOVE WS-RS-BNFY-SEX-CD (WS-RS-ROW-SUB)
183629                                       TO  RUBEN-BNFY-SEX-CD.
183629     MOVE WS-RS-BNFY-BTH-DT (WS-RS-ROW-SUB)
183629                                       TO  RUBEN-BNFY-BTH-DT.
183629     MOVE WS-RS-BNFY-REL-TYP-CD (WS-RS-ROW-SUB)
183629                                       TO  RUBEN-BNFY-REL-TYP-CD.
481736     MOVE WS-RS-BNFY-CSTDN-TYP-CD (WS-RS-ROW-SUB)
481736                                      TO  RUBEN-BNFY-CSTDN-TYP-CD.
481736     MOVE WS-RS-BNFY-CSTDN-REF-ID (WS-RS-ROW-SUB)
481736                                      TO  RUBEN-BNFY-CSTDN-REF-ID.
183629     MOVE WS-RS-BEN-SUR-NM-NI (WS-RS-ROW-SUB)
183629                                       TO  ZUBEN-BEN-SUR-NM-NI.
183629     MOVE WS-RS-BEN-GIV-NM-NI (WS-RS-ROW-SUB)
183629                                       TO  ZUBEN-BEN-GIV-NM-NI.
183629     MOVE WS-RS-BNFY-CO-NM-NI (WS-RS-ROW-SUB)
183629                                       TO  ZUBEN-BNFY-CO-NM-NI.
183629     MOVE WS-RS-BEN-REL-CD-NI (WS-RS-ROW-SUB)
183629                                       TO  ZUBEN-BEN-REL-CD-NI.
183629     MOVE WS-RS-BEN-PCT-NI (WS-RS-ROW-SUB)
183629                                       TO  ZUBEN-BEN-PCT-NI.
183629     MOVE WS-RS-BNFY-ANTY-PERI-CD-NI (WS-RS-ROW-SUB)
183629                                   TO  ZUBEN-BNFY-ANTY-PERI-CD-NI.
183629     MOVE WS-RS-BNFY-MORAL-RISK-IND-NI (WS-RS-ROW-SUB)
183629                                 TO  ZUBEN-BNFY-MORAL-RISK-IND-NI.
183629     MOVE WS-RS-BNFY-KA-GIV-NM-NI (WS-RS-ROW-SUB)
183629                                      TO  ZUBEN-BNFY-KA-GIV-NM-NI.
183629     MOVE WS-RS-BNFY-KA-SUR-NM-NI (WS-RS-ROW-SUB)
183629                                      TO  ZUBEN-BNFY-KA-SUR-NM-NI.
183629     MOVE WS-RS-BNFY-CO-KA-NM-NI (WS-RS-ROW-SUB)
183629                                       TO  ZUBEN-BNFY-CO-KA-NM-NI.
183629     MOVE WS-RS-BNFY-SEX-CD-NI (WS-RS-ROW-SUB)
183629                                       TO  ZUBEN-BNFY-SEX-CD-NI.
183629     MOVE WS-RS-BNFY-BTH-DT-NI (WS-RS-ROW-SUB)
183629                                       TO  ZUBEN-BNFY-BTH-DT-NI.
183629     MOVE WS-RS-BNFY-REL-TYP-CD-NI (WS-RS-ROW-SUB)
183629                                     TO  ZUBEN-BNFY-REL-TYP-CD-NI.

183629     SET  WUBEN-IO-OK                  TO  TRUE.
183629     PERFORM  UBEN-2000-SET-NULL-DFLT
183629         THRU UBEN-2000-SET-NULL-DFLT-X.
183629     MOVE RUBEN-KEY                    TO  WUBEN-KEY.


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

527318     IF   WUBEN-LOCK-RETRY-MAX NOT NUMERIC
527318     OR   WUBEN-LOCK-RETRY-MAX = ZERO
527318          GO TO 9800-LOCK-CONFLICT-X
527318     END-IF.

527318*
527318* ONLY THE CALLER CAN RE-DRIVE ITS WORK FROM THE LAST
527318* COMMIT POINT AFTER A ROLLBACK.
527318*
527318     IF   SQLCODE = -911
527318          SET  WUBEN-IO-ROLLED-BACK    TO  TRUE
527318          GO TO 9800-LOCK-CONFLICT-X
527318     END-IF.

527318     IF   WS-LK-RETRY-CNT NOT < WUBEN-LOCK-RETRY-MAX
527318          GO TO 9800-LOCK-CONFLICT-X
527318     END-IF.

527318*
527318* TIMEOUT - WAIT AND RE-DRIVE THE REQUEST.  THE WAIT STARTS
527318* AT THE CALLER'S LOCK-WAIT-SECS (1 SECOND WHEN NOT SET) AND
527318* DOUBLES ON EACH RETRY UP TO WS-LK-MAX-WAIT-SECS.
527318*
527318     ADD  +1                           TO  WS-LK-RETRY-CNT.

527318     IF   WUBEN-LOCK-WAIT-SECS NUMERIC
527318     AND  WUBEN-LOCK-WAIT-SECS > ZERO
527318          MOVE WUBEN-LOCK-WAIT-SECS    TO  WS-LK-WAIT-SECS
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
      **                 END OF PROGRAM ASIBUBEN                     **
      *****************************************************************
