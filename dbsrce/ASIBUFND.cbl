99522D**  09AUG26  DEV    ADD SELECT/SELECT-FOR-UPDATE/UPDATE/       **
99522D**                  INSERT/DELETE FOR ASOM2100 ONLINE          **
99522D**                  MAINTENANCE OF UFND ROWS                   **
183629**  15OCT26   BROWSE CURSORS FETCH A ROWSET PER TRIP TO DB2 AND **
183629**            SERVE FETCH-NEXT REQUESTS ONE ROW AT A TIME FROM  **
183629**            THE BUFFER                                        **
183629**  15OCT26   OPTIONAL MULTI-ROW INSERT - ROWS ARE BUFFERED     **
183629**            WHEN THE CALLER SETS THE INSERT ROWSET SIZE AND   **
183629**            WRITTEN ON BUFFER FULL OR FLUSH-INSERT            **
527318**  15OCT26   DEADLOCK AND TIMEOUT RECOGNIZED - A TIMEOUT IS    **
527318**            RE-DRIVEN WITH A BACK-OFF AND A DEADLOCK ROLLBACK **
527318**            RETURNED AS ROLLED-BACK WHEN THE CALLER SETS A    **
527318**            LOCK RETRY LIMIT                                  **
536182**  15OCT26   MODEL PORTFOLIO CODE AND DATE COLUMNS             **
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
183629     05  WS-RS-PLAN-ID                    OCCURS 100 TIMES
183629                                          PIC X(15).
183629     05  WS-RS-FND-ID                     OCCURS 100 TIMES
183629                                          PIC X(05).
183629     05  WS-RS-SA-INIT-PREM-PCT           OCCURS 100 TIMES
183629                                          PIC S9(03)V9(04) COMP-3.
183629     05  WS-RS-SA-SUBSEQ-PREM-PCT         OCCURS 100 TIMES
183629                                          PIC S9(03)V9(04) COMP-3.
183629     05  WS-RS-SA-INIT-LMPSM-PCT          OCCURS 100 TIMES
183629                                          PIC S9(03)V9(04) COMP-3.
183629     05  WS-RS-SA-CNVR-FND-PCT            OCCURS 100 TIMES
183629                                          PIC S9(03)V9(04) COMP-3.
536182     05  WS-RS-MDL-PORT-CD                OCCURS 100 TIMES
536182                                          PIC X(05).
536182     05  WS-RS-MDL-DT                     OCCURS 100 TIMES
536182                                          PIC X(10).
183629     05  WS-RS-SA-INIT-PREM-PCT-NI        OCCURS 100 TIMES
183629                                          PIC S9(04) BINARY.
183629     05  WS-RS-SA-SUBSEQ-PREM-PCT-NI      OCCURS 100 TIMES
183629                                          PIC S9(04) BINARY.
183629     05  WS-RS-SA-INIT-LMPSM-PCT-NI       OCCURS 100 TIMES
183629                                          PIC S9(04) BINARY.
183629     05  WS-RS-SA-CNVR-FND-PCT-NI         OCCURS 100 TIMES
183629                                          PIC S9(04) BINARY.
183629*
183629* MULTI-ROW INSERT BUFFER, USED ONLY WHEN THE CALLER SETS
183629* WUFND-INS-ROWSET-SIZE GREATER THAN 1.
183629*
183629 01  WS-RI-INSERT-AREA.
183629     05  WS-RI-MAX-ROWS                   PIC S9(04) BINARY
183629                                          VALUE +100.
183629     05  WS-RI-ROW-CNT                    PIC S9(04) BINARY
183629                                          VALUE ZERO.
183629     05  WS-RI-FLUSH-SW                   PIC X(01) VALUE 'Y'.
183629         88  WS-RI-FLUSH-OK                         VALUE 'Y'.
183629         88  WS-RI-FLUSH-FAILED                     VALUE 'N'.
183629     05  WS-RI-APP-ID                     OCCURS 100 TIMES
183629                                          PIC X(15).
183629     05  WS-RI-STCKR-ID                   OCCURS 100 TIMES
183629                                          PIC X(11).
183629     05  WS-RI-PLAN-ID                    OCCURS 100 TIMES
183629                                          PIC X(15).
183629     05  WS-RI-FND-ID                     OCCURS 100 TIMES
183629                                          PIC X(05).
183629     05  WS-RI-SA-INIT-PREM-PCT           OCCURS 100 TIMES
183629                                          PIC S9(03)V9(04) COMP-3.
183629     05  WS-RI-SA-SUBSEQ-PREM-PCT         OCCURS 100 TIMES
183629                                          PIC S9(03)V9(04) COMP-3.
183629     05  WS-RI-SA-INIT-LMPSM-PCT          OCCURS 100 TIMES
183629                                          PIC S9(03)V9(04) COMP-3.
183629     05  WS-RI-SA-CNVR-FND-PCT            OCCURS 100 TIMES
183629                                          PIC S9(03)V9(04) COMP-3.
536182     05  WS-RI-MDL-PORT-CD                OCCURS 100 TIMES
536182                                          PIC X(05).
536182     05  WS-RI-MDL-DT                     OCCURS 100 TIMES
536182                                          PIC X(10).
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
527318     05  WS-LK-RQST-CD                    PIC X(02) VALUE SPACES.
527318     05  WS-LK-RETRY-SW                   PIC X(01) VALUE 'N'.
527318         88  WS-LK-RETRY-REQUEST                    VALUE 'Y'.
527318         88  WS-LK-RETRY-DONE                       VALUE 'N'.
      /
       COPY XCWWWKDT.
      /
           END-IF.


183629     SET  WS-RI-FLUSH-OK               TO  TRUE.
183629     IF  WS-RI-ROW-CNT > ZERO
183629     AND NOT WUFND-RQST-INSERT
183629         PERFORM  8560-FLUSH-INSERT
183629             THRU 8560-FLUSH-INSERT-X
183629     END-IF.


           EVALUATE TRUE

183629         WHEN WS-RI-FLUSH-FAILED
183629              SET  WUFND-IO-ERROR      TO  TRUE

               WHEN WUFND-RQST-BROWSE
                    PERFORM  1000-DETERMINE-SQL-REQIR
                        THRU 1000-DETERMINE-SQL-REQIR-X
874156              PERFORM  8700-EXEC-DELETE-APP
874156                  THRU 8700-EXEC-DELETE-APP-X

183629         WHEN WUFND-RQST-FLUSH-INSERT
183629              PERFORM  8560-FLUSH-INSERT
183629                  THRU 8560-FLUSH-INSERT-X

               WHEN OTHER
                    SET  WUFND-IO-ERROR      TO  TRUE

           END-EVALUATE.


527318     IF   WUFND-IO-ERROR
527318     AND (SQLCODE = -911 OR SQLCODE = -913)
527318          PERFORM  9800-LOCK-CONFLICT
527318              THRU 9800-LOCK-CONFLICT-X
527318          IF   WS-LK-RETRY-REQUEST
527318               GO TO 0000-MAINLINE
527318          END-IF
527318     END-IF.

527318     IF   WS-LK-RQST-CD NOT = SPACES
527318          MOVE WS-LK-RQST-CD           TO  WUFND-RQST-CD
527318          MOVE SPACES                  TO  WS-LK-RQST-CD
527318     END-IF.

527318     MOVE WS-LK-RETRY-CNT              TO  WUFND-LOCK-RETRY-CNT.
527318     MOVE ZERO                         TO  WS-LK-RETRY-CNT.


           GOBACK.


      *************

           EXEC SQL
183629       DECLARE B2CUR_UFND CURSOR
183629         WITH ROWSET POSITIONING FOR
             SELECT
                 APP_ID,
                 STCKR_ID,
                 SA_INIT_PREM_PCT,
                 SA_SUBSEQ_PREM_PCT,
                 SA_INIT_LMPSM_PCT,
536182           SA_CNVR_FND_PCT,
536182           MDL_PORT_CD,
536182           MDL_DT
             FROM TUFND
             WHERE
                 APP_ID    = :WUFND-APP-ID           AND
                 PLAN_ID,
                 FND_ID
             FOR FETCH ONLY
183629       OPTIMIZE FOR 100 ROWS
           END-EXEC.

183629     MOVE ZERO                         TO  WS-RS-ROW-SUB
183629                                           WS-RS-ROW-CNT.
183629     SET  WS-RS-MORE-ROWSETS           TO  TRUE.

           EXEC SQL
                OPEN B2CUR_UFND
           END-EXEC.
      *************

           EXEC SQL
183629       DECLARE BCUR_UFND CURSOR
183629         WITH ROWSET POSITIONING FOR
             SELECT
                 APP_ID,
                 STCKR_ID,
                 SA_INIT_PREM_PCT,
                 SA_SUBSEQ_PREM_PCT,
                 SA_INIT_LMPSM_PCT,
536182           SA_CNVR_FND_PCT,
536182           MDL_PORT_CD,
536182           MDL_DT
             FROM TUFND
             WHERE
                 APP_ID    BETWEEN
                 PLAN_ID,
                 FND_ID
             FOR FETCH ONLY
183629       OPTIMIZE FOR 100 ROWS
           END-EXEC.

183629     MOVE ZERO                         TO  WS-RS-ROW-SUB
183629                                           WS-RS-ROW-CNT.
183629     SET  WS-RS-MORE-ROWSETS           TO  TRUE.

           EXEC SQL
                OPEN BCUR_UFND
           END-EXEC.
       3102-FETCH-NEXT.
      *****************

183629     SET  WS-RS-FETCH-OK               TO  TRUE.

183629     IF  WS-RS-ROW-SUB NOT < WS-RS-ROW-CNT
183629     AND NOT WS-RS-LAST-ROWSET
183629         EXEC SQL
183629           FETCH NEXT ROWSET FROM B2CUR_UFND
183629           FOR :WS-RS-MAX-ROWS ROWS
183629           INTO
183629             :WS-RS-APP-ID,
183629             :WS-RS-STCKR-ID,
183629             :WS-RS-PLAN-ID,
183629             :WS-RS-FND-ID,
183629             :WS-RS-SA-INIT-PREM-PCT :WS-RS-SA-INIT-PREM-PCT-NI,
183629             :WS-RS-SA-SUBSEQ-PREM-PCT
183629                 :WS-RS-SA-SUBSEQ-PREM-PCT-NI,
183629             :WS-RS-SA-INIT-LMPSM-PCT
183629                 :WS-RS-SA-INIT-LMPSM-PCT-NI,
536182             :WS-RS-SA-CNVR-FND-PCT    :WS-RS-SA-CNVR-FND-PCT-NI,
536182             :WS-RS-MDL-PORT-CD,
536182             :WS-RS-MDL-DT
183629         END-EXEC
183629         PERFORM  3800-LOAD-ROWSET
183629             THRU 3800-LOAD-ROWSET-X
183629     END-IF.

183629     IF  WS-RS-FETCH-ERROR
183629         SET  WUFND-IO-ERROR           TO  TRUE
183629     ELSE
183629         PERFORM  3900-NEXT-ROWSET-ROW
183629             THRU 3900-NEXT-ROWSET-ROW-X
183629     END-IF.


       3102-FETCH-NEXT-X.
           EXIT.


      *****************
       310G-FETCH-NEXT.
      *****************

183629     SET  WS-RS-FETCH-OK               TO  TRUE.

183629     IF  WS-RS-ROW-SUB NOT < WS-RS-ROW-CNT
183629     AND NOT WS-RS-LAST-ROWSET
183629         EXEC SQL
183629           FETCH NEXT ROWSET FROM BCUR_UFND
183629           FOR :WS-RS-MAX-ROWS ROWS
183629           INTO
183629             :WS-RS-APP-ID,
183629             :WS-RS-STCKR-ID,
183629             :WS-RS-PLAN-ID,
183629             :WS-RS-FND-ID,
183629             :WS-RS-SA-INIT-PREM-PCT :WS-RS-SA-INIT-PREM-PCT-NI,
183629             :WS-RS-SA-SUBSEQ-PREM-PCT
183629                 :WS-RS-SA-SUBSEQ-PREM-PCT-NI,
183629             :WS-RS-SA-INIT-LMPSM-PCT
183629                 :WS-RS-SA-INIT-LMPSM-PCT-NI,
536182             :WS-RS-SA-CNVR-FND-PCT    :WS-RS-SA-CNVR-FND-PCT-NI,
536182             :WS-RS-MDL-PORT-CD,
536182             :WS-RS-MDL-DT
183629         END-EXEC
183629         PERFORM  3800-LOAD-ROWSET
183629             THRU 3800-LOAD-ROWSET-X
183629     END-IF.

183629     IF  WS-RS-FETCH-ERROR
183629         SET  WUFND-IO-ERROR           TO  TRUE
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
183629         SET  WUFND-IO-EOF             TO  TRUE
183629         GO TO 3900-NEXT-ROWSET-ROW-X
183629     END-IF.

183629     ADD  +1                           TO  WS-RS-ROW-SUB.

183629     MOVE LOW-VALUES                   TO  ZUFND-NULL-INDICATORS.

183629     MOVE WS-RS-APP-ID (WS-RS-ROW-SUB)
183629                                       TO  RUFND-APP-ID.
183629     MOVE WS-RS-STCKR-ID (WS-RS-ROW-SUB)
183629                                       TO  RUFND-STCKR-ID.
183629     MOVE WS-RS-PLAN-ID (WS-RS-ROW-SUB)
183629                                       TO  RUFND-PLAN-ID.
183629     MOVE WS-RS-FND-ID (WS-RS-ROW-SUB)
183629                                       TO  RUFND-FND-ID.
183629     MOVE WS-RS-SA-INIT-PREM-PCT (WS-RS-ROW-SUB)
183629                                       TO  RUFND-SA-INIT-PREM-PCT.
183629     MOVE WS-RS-SA-SUBSEQ-PREM-PCT (WS-RS-ROW-SUB)
183629                                     TO  RUFND-SA-SUBSEQ-PREM-PCT.
183629     MOVE WS-RS-SA-INIT-LMPSM-PCT (WS-RS-ROW-SUB)
183629                                      TO  RUFND-SA-INIT-LMPSM-PCT.
183629     MOVE WS-RS-SA-CNVR-FND-PCT (WS-RS-ROW-SUB)
183629                                       TO  RUFND-SA-CNVR-FND-PCT.
536182     MOVE WS-RS-MDL-PORT-CD (WS-RS-ROW-SUB)
536182                                       TO  RUFND-MDL-PORT-CD.
536182     MOVE WS-RS-MDL-DT (WS-RS-ROW-SUB)
536182                                       TO  RUFND-MDL-DT.
183629     MOVE WS-RS-SA-INIT-PREM-PCT-NI (WS-RS-ROW-SUB)
183629                                    TO  ZUFND-SA-INIT-PREM-PCT-NI.
183629     MOVE WS-RS-SA-SUBSEQ-PREM-PCT-NI (WS-RS-ROW-SUB)
183629                                  TO  ZUFND-SA-SUBSEQ-PREM-PCT-NI.
183629     MOVE WS-RS-SA-INIT-LMPSM-PCT-NI (WS-RS-ROW-SUB)
183629                                   TO  ZUFND-SA-INIT-LMPSM-PCT-NI.
183629     MOVE WS-RS-SA-CNVR-FND-PCT-NI (WS-RS-ROW-SUB)
183629                                     TO  ZUFND-SA-CNVR-FND-PCT-NI.

183629     SET  WUFND-IO-OK                  TO  TRUE.
183629     PERFORM  UFND-2000-SET-NULL-DFLT
183629         THRU UFND-2000-SET-NULL-DFLT-X.
183629     MOVE RUFND-KEY                    TO  WUFND-KEY.


183629 3900-NEXT-ROWSET-ROW-X.
183629     EXIT.


      *********************
99522D              SA_INIT_PREM_PCT,
99522D              SA_SUBSEQ_PREM_PCT,
99522D              SA_INIT_LMPSM_PCT,
536182              SA_CNVR_FND_PCT,
536182              MDL_PORT_CD,
536182              MDL_DT
99522D          INTO
99522D          :RUFND-SA-INIT-PREM-PCT   :ZUFND-SA-INIT-PREM-PCT-NI,
99522D          :RUFND-SA-SUBSEQ-PREM-PCT :ZUFND-SA-SUBSEQ-PREM-PCT-NI,
99522D          :RUFND-SA-INIT-LMPSM-PCT  :ZUFND-SA-INIT-LMPSM-PCT-NI,
536182          :RUFND-SA-CNVR-FND-PCT    :ZUFND-SA-CNVR-FND-PCT-NI,
536182          :RUFND-MDL-PORT-CD,
536182          :RUFND-MDL-DT
99522D          FROM TUFND
99522D          WHERE
99522D              APP_ID    = :WUFND-APP-ID     AND
99522D              SA_INIT_PREM_PCT,
99522D              SA_SUBSEQ_PREM_PCT,
99522D              SA_INIT_LMPSM_PCT,
536182              SA_CNVR_FND_PCT,
536182              MDL_PORT_CD,
536182              MDL_DT
99522D          FROM TUFND
99522D          WHERE
99522D              APP_ID    = :WUFND-APP-ID     AND
99522D              SA_INIT_PREM_PCT,
99522D              SA_SUBSEQ_PREM_PCT,
99522D              SA_INIT_LMPSM_PCT,
536182              SA_CNVR_FND_PCT,
536182              MDL_PORT_CD,
536182              MDL_DT
99522D     END-EXEC.

99522D     EXEC SQL
99522D          :RUFND-SA-INIT-PREM-PCT   :ZUFND-SA-INIT-PREM-PCT-NI,
99522D          :RUFND-SA-SUBSEQ-PREM-PCT :ZUFND-SA-SUBSEQ-PREM-PCT-NI,
99522D          :RUFND-SA-INIT-LMPSM-PCT  :ZUFND-SA-INIT-LMPSM-PCT-NI,
536182          :RUFND-SA-CNVR-FND-PCT    :ZUFND-SA-CNVR-FND-PCT-NI,
536182          :RUFND-MDL-PORT-CD,
536182          :RUFND-MDL-DT
99522D     END-EXEC.


99522D              SA_INIT_PREM_PCT    = :RUFND-SA-INIT-PREM-PCT,
99522D              SA_SUBSEQ_PREM_PCT  = :RUFND-SA-SUBSEQ-PREM-PCT,
99522D              SA_INIT_LMPSM_PCT   = :RUFND-SA-INIT-LMPSM-PCT,
536182              SA_CNVR_FND_PCT     = :RUFND-SA-CNVR-FND-PCT,
536182              MDL_PORT_CD         = :RUFND-MDL-PORT-CD,
536182              MDL_DT              = :RUFND-MDL-DT
99522D          WHERE CURRENT OF UCUR_UFND
99522D     END-EXEC.

99522D                                     RUFND-SA-SUBSEQ-PREM-PCT
99522D                                     RUFND-SA-INIT-LMPSM-PCT
99522D                                     RUFND-SA-CNVR-FND-PCT.
536182     MOVE SPACES                 TO  RUFND-MDL-PORT-CD
536182                                     RUFND-MDL-DT.
99522D     SET  WUFND-IO-OK                  TO  TRUE.


99522D 8500-EXEC-INSERT.
      *****************

183629     IF  WUFND-INS-ROWSET-SIZE NUMERIC
183629     AND WUFND-INS-ROWSET-SIZE > 1
183629         PERFORM  8550-BUFFER-INSERT-ROW
183629             THRU 8550-BUFFER-INSERT-ROW-X
183629         GO TO 8500-EXEC-INSERT-X
183629     END-IF.

99522D     EXEC SQL
99522D          INSERT INTO TUFND
99522D              (APP_ID, STCKR_ID, PLAN_ID, FND_ID,
99522D               SA_INIT_PREM_PCT, SA_SUBSEQ_PREM_PCT,
536182               SA_INIT_LMPSM_PCT, SA_CNVR_FND_PCT,
536182               MDL_PORT_CD, MDL_DT)
99522D          VALUES
99522D              (:WUFND-APP-ID, :WUFND-STCKR-ID, :WUFND-PLAN-ID,
99522D               :WUFND-FND-ID,
99522D               :RUFND-SA-INIT-PREM-PCT, :RUFND-SA-SUBSEQ-PREM-PCT,
536182               :RUFND-SA-INIT-LMPSM-PCT, :RUFND-SA-CNVR-FND-PCT,
536182               :RUFND-MDL-PORT-CD, :RUFND-MDL-DT)
99522D     END-EXEC.


99522D     EXIT.


183629************************
183629 8550-BUFFER-INSERT-ROW.
183629************************

183629     ADD  +1                           TO  WS-RI-ROW-CNT.

183629     MOVE WUFND-APP-ID
183629                                 TO  WS-RI-APP-ID (WS-RI-ROW-CNT).
183629     MOVE WUFND-STCKR-ID
183629                               TO  WS-RI-STCKR-ID (WS-RI-ROW-CNT).
183629     MOVE WUFND-PLAN-ID
183629                                TO  WS-RI-PLAN-ID (WS-RI-ROW-CNT).
183629     MOVE WUFND-FND-ID
183629                                 TO  WS-RI-FND-ID (WS-RI-ROW-CNT).
183629     MOVE RUFND-SA-INIT-PREM-PCT
183629                       TO  WS-RI-SA-INIT-PREM-PCT (WS-RI-ROW-CNT).
183629     MOVE RUFND-SA-SUBSEQ-PREM-PCT
183629                     TO  WS-RI-SA-SUBSEQ-PREM-PCT (WS-RI-ROW-CNT).
183629     MOVE RUFND-SA-INIT-LMPSM-PCT
183629                      TO  WS-RI-SA-INIT-LMPSM-PCT (WS-RI-ROW-CNT).
183629     MOVE RUFND-SA-CNVR-FND-PCT
183629                        TO  WS-RI-SA-CNVR-FND-PCT (WS-RI-ROW-CNT).
536182     MOVE RUFND-MDL-PORT-CD
536182                            TO  WS-RI-MDL-PORT-CD (WS-RI-ROW-CNT).
536182     MOVE RUFND-MDL-DT
536182                                 TO  WS-RI-MDL-DT (WS-RI-ROW-CNT).

183629     SET  WUFND-IO-OK                  TO  TRUE.

183629     IF  WS-RI-ROW-CNT NOT < WUFND-INS-ROWSET-SIZE
183629     OR  WS-RI-ROW-CNT NOT < WS-RI-MAX-ROWS
183629         PERFORM  8560-FLUSH-INSERT
183629             THRU 8560-FLUSH-INSERT-X
183629     END-IF.


183629 8550-BUFFER-INSERT-ROW-X.
183629     EXIT.


183629*******************
183629 8560-FLUSH-INSERT.
183629*******************

183629     SET  WUFND-IO-OK                  TO  TRUE.

183629     IF  WS-RI-ROW-CNT = ZERO
183629         GO TO 8560-FLUSH-INSERT-X
183629     END-IF.

183629     EXEC SQL
183629       INSERT INTO TUFND
183629          (APP_ID,
183629           STCKR_ID,
183629           PLAN_ID,
183629           FND_ID,
183629           SA_INIT_PREM_PCT,
183629           SA_SUBSEQ_PREM_PCT,
183629           SA_INIT_LMPSM_PCT,
536182           SA_CNVR_FND_PCT,
536182           MDL_PORT_CD,
536182           MDL_DT)
183629       VALUES
183629         (:WS-RI-APP-ID,
183629          :WS-RI-STCKR-ID,
183629          :WS-RI-PLAN-ID,
183629          :WS-RI-FND-ID,
183629          :WS-RI-SA-INIT-PREM-PCT,
183629          :WS-RI-SA-SUBSEQ-PREM-PCT,
183629          :WS-RI-SA-INIT-LMPSM-PCT,
536182          :WS-RI-SA-CNVR-FND-PCT,
536182          :WS-RI-MDL-PORT-CD,
536182          :WS-RI-MDL-DT)
183629       FOR :WS-RI-ROW-CNT ROWS
183629       ATOMIC
183629     END-EXEC.


183629     EVALUATE SQLCODE

183629         WHEN ZERO
183629              SET  WUFND-IO-OK         TO  TRUE

183629         WHEN OTHER
183629              SET  WUFND-IO-ERROR      TO  TRUE
183629              SET  WS-RI-FLUSH-FAILED  TO  TRUE

183629     END-EVALUATE.

527318     IF   SQLCODE NOT = -913
527318          MOVE ZERO                    TO  WS-RI-ROW-CNT
527318     END-IF.


183629 8560-FLUSH-INSERT-X.
183629     EXIT.


      *****************
99522D 8600-EXEC-DELETE.
      *****************
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

527318*
527318* BUFFERED INSERT ROWS WENT WITH THE ROLLED BACK WORK - THE
527318* CALLER INSERTS THEM AGAIN WHEN IT RE-DRIVES THE WORK.
527318*
527318     IF   SQLCODE = -911
527318          MOVE ZERO                    TO  WS-RI-ROW-CNT
527318     END-IF.

527318     IF   WUFND-LOCK-RETRY-MAX NOT NUMERIC
527318     OR   WUFND-LOCK-RETRY-MAX = ZERO
527318          GO TO 9800-LOCK-CONFLICT-X
527318     END-IF.

527318*
527318* ONLY THE CALLER CAN RE-DRIVE ITS WORK FROM THE LAST
527318* COMMIT POINT AFTER A ROLLBACK.
527318*
527318     IF   SQLCODE = -911
527318          SET  WUFND-IO-ROLLED-BACK    TO  TRUE
527318          GO TO 9800-LOCK-CONFLICT-X
527318     END-IF.

527318     IF   WS-LK-RETRY-CNT NOT < WUFND-LOCK-RETRY-MAX
527318          GO TO 9800-LOCK-CONFLICT-X
527318     END-IF.

527318*
527318* TIMEOUT - WAIT AND RE-DRIVE THE REQUEST.  THE WAIT STARTS
527318* AT THE CALLER'S LOCK-WAIT-SECS (1 SECOND WHEN NOT SET) AND
527318* DOUBLES ON EACH RETRY UP TO WS-LK-MAX-WAIT-SECS.
527318*
527318     ADD  +1                           TO  WS-LK-RETRY-CNT.

527318     IF   WUFND-LOCK-WAIT-SECS NUMERIC
527318     AND  WUFND-LOCK-WAIT-SECS > ZERO
527318          MOVE WUFND-LOCK-WAIT-SECS    TO  WS-LK-WAIT-SECS
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

527318*
527318* A TIMEOUT ON A BUFFER-FULL FLUSH LEAVES THE CURRENT ROW
527318* ALREADY IN THE BUFFER - RE-DRIVE IT AS A FLUSH SO THE
527318* ROW IS NOT BUFFERED TWICE.
527318*
527318     IF   WS-RI-ROW-CNT > ZERO
527318     AND  WUFND-RQST-INSERT
527318          MOVE WUFND-RQST-CD           TO  WS-LK-RQST-CD
527318          SET  WUFND-RQST-FLUSH-INSERT TO  TRUE
527318     END-IF.

527318     SET  WS-LK-RETRY-REQUEST          TO  TRUE.


527318 9800-LOCK-CONFLICT-X.
527318     EXIT.

      *****************************************************************
      **                 END OF PROGRAM ASIBUFND                     **
      *****************************************************************
