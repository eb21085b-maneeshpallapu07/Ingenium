99522D**  09AUG26  DEV    ADD SELECT/SELECT-FOR-UPDATE/UPDATE/       **
99522D**                  INSERT/DELETE FOR ASOM2110 ONLINE          **
99522D**                  MAINTENANCE OF UCVG ROWS                   **
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
183629     05  WS-RS-INIT-COV-AMT               OCCURS 100 TIMES
183629                                          PIC S9(13)V9(02) COMP-3.
183629     05  WS-RS-SMKR-CD                    OCCURS 100 TIMES
183629                                          PIC X(20).
183629     05  WS-RS-RT-TBL-VER-CD              OCCURS 100 TIMES
183629                                          PIC X(04).
183629     05  WS-RS-DUR-YR-CD                  OCCURS 100 TIMES
183629                                          PIC X(02).
183629     05  WS-RS-CVG-STBL-2-CD              OCCURS 100 TIMES
183629                                          PIC X(04).
183629     05  WS-RS-CVG-ILLUS-CD               OCCURS 100 TIMES
183629                                          PIC X(01).
183629     05  WS-RS-SA-INIT-PREM-AMT           OCCURS 100 TIMES
183629                                          PIC S9(13)V9(02) COMP-3.
183629     05  WS-RS-SA-SUBSEQ-PREM-AMT         OCCURS 100 TIMES
183629                                          PIC S9(13)V9(02) COMP-3.
183629     05  WS-RS-SA-INIT-LMPSM-AMT          OCCURS 100 TIMES
183629                                          PIC S9(13)V9(02) COMP-3.
183629     05  WS-RS-SA-CNVR-FND-AMT            OCCURS 100 TIMES
183629                                          PIC S9(13)V9(02) COMP-3.
183629     05  WS-RS-CVG-XPCT-ANTY-AGE          OCCURS 100 TIMES
183629                                          PIC X(03).
183629     05  WS-RS-CVG-STBL-4-CD              OCCURS 100 TIMES
183629                                          PIC X(02).
183629     05  WS-RS-CVG-STBL-3-CD              OCCURS 100 TIMES
183629                                          PIC X(05).
183629     05  WS-RS-CVG-WP-IND                 OCCURS 100 TIMES
183629                                          PIC X(01).
183629     05  WS-RS-CVG-PRIM-GR-ID             OCCURS 100 TIMES
183629                                          PIC X(02).
183629     05  WS-RS-TAX-QUALF-IND              OCCURS 100 TIMES
183629                                          PIC X(01).
183629     05  WS-RS-TRG-HIT-CNVR-RT            OCCURS 100 TIMES
183629                                          PIC X(03).
183629     05  WS-RS-FRST-POL-PERI-DUR          OCCURS 100 TIMES
183629                                          PIC X(02).
183629     05  WS-RS-CANCER-TYP-CD              OCCURS 100 TIMES
183629                                          PIC X(02).
183629     05  WS-RS-INIT-COV-AMT-NI            OCCURS 100 TIMES
183629                                          PIC S9(04) BINARY.
183629     05  WS-RS-SMKR-CD-NI                 OCCURS 100 TIMES
183629                                          PIC S9(04) BINARY.
183629     05  WS-RS-RT-TBL-VER-CD-NI           OCCURS 100 TIMES
183629                                          PIC S9(04) BINARY.
183629     05  WS-RS-DUR-YR-CD-NI               OCCURS 100 TIMES
183629                                          PIC S9(04) BINARY.
183629     05  WS-RS-CVG-STBL-2-CD-NI           OCCURS 100 TIMES
183629                                          PIC S9(04) BINARY.
183629     05  WS-RS-CVG-ILLUS-CD-NI            OCCURS 100 TIMES
183629                                          PIC S9(04) BINARY.
183629     05  WS-RS-SA-INIT-PREM-AMT-NI        OCCURS 100 TIMES
183629                                          PIC S9(04) BINARY.
183629     05  WS-RS-SA-SUBSEQ-PREM-AMT-NI      OCCURS 100 TIMES
183629                                          PIC S9(04) BINARY.
183629     05  WS-RS-SA-INIT-LMPSM-AMT-NI       OCCURS 100 TIMES
183629                                          PIC S9(04) BINARY.
183629     05  WS-RS-SA-CNVR-FND-AMT-NI         OCCURS 100 TIMES
183629                                          PIC S9(04) BINARY.
183629     05  WS-RS-CVG-XPCT-ANTY-AGE-NI       OCCURS 100 TIMES
183629                                          PIC S9(04) BINARY.
183629     05  WS-RS-CVG-STBL-4-CD-NI           OCCURS 100 TIMES
183629                                          PIC S9(04) BINARY.
183629     05  WS-RS-CVG-STBL-3-CD-NI           OCCURS 100 TIMES
183629                                          PIC S9(04) BINARY.
183629     05  WS-RS-CVG-WP-IND-NI              OCCURS 100 TIMES
183629                                          PIC S9(04) BINARY.
183629     05  WS-RS-CVG-PRIM-GR-ID-NI          OCCURS 100 TIMES
183629                                          PIC S9(04) BINARY.
183629     05  WS-RS-TAX-QUALF-IND-NI           OCCURS 100 TIMES
183629                                          PIC S9(04) BINARY.
183629     05  WS-RS-TRG-HIT-CNVR-RT-NI         OCCURS 100 TIMES
183629                                          PIC S9(04) BINARY.
183629     05  WS-RS-FRST-POL-PERI-DUR-NI       OCCURS 100 TIMES
183629                                          PIC S9(04) BINARY.
183629     05  WS-RS-CANCER-TYP-CD-NI           OCCURS 100 TIMES
183629                                          PIC S9(04) BINARY.
183629*
183629* MULTI-ROW INSERT BUFFER, USED ONLY WHEN THE CALLER SETS
183629* WUCVG-INS-ROWSET-SIZE GREATER THAN 1.
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
183629     05  WS-RI-INIT-COV-AMT               OCCURS 100 TIMES
183629                                          PIC S9(13)V9(02) COMP-3.
183629     05  WS-RI-SA-INIT-PREM-AMT           OCCURS 100 TIMES
183629                                          PIC S9(13)V9(02) COMP-3.
183629     05  WS-RI-SA-SUBSEQ-PREM-AMT         OCCURS 100 TIMES
183629                                          PIC S9(13)V9(02) COMP-3.
183629     05  WS-RI-SA-INIT-LMPSM-AMT          OCCURS 100 TIMES
183629                                          PIC S9(13)V9(02) COMP-3.
183629     05  WS-RI-SA-CNVR-FND-AMT            OCCURS 100 TIMES
183629                                          PIC S9(13)V9(02) COMP-3.
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
183629     AND NOT WUCVG-RQST-INSERT
183629         PERFORM  8560-FLUSH-INSERT
183629             THRU 8560-FLUSH-INSERT-X
183629     END-IF.


           EVALUATE TRUE

183629         WHEN WS-RI-FLUSH-FAILED
183629              SET  WUCVG-IO-ERROR      TO  TRUE

               WHEN WUCVG-RQST-BROWSE
                    PERFORM  1000-DETERMINE-SQL-REQIR
                        THRU 1000-DETERMINE-SQL-REQIR-X
874156              PERFORM  8700-EXEC-DELETE-APP
874156                  THRU 8700-EXEC-DELETE-APP-X

183629         WHEN WUCVG-RQST-FLUSH-INSERT
183629              PERFORM  8560-FLUSH-INSERT
183629                  THRU 8560-FLUSH-INSERT-X

               WHEN OTHER
                    SET  WUCVG-IO-ERROR      TO  TRUE

           END-EVALUATE.


527318     IF   WUCVG-IO-ERROR
527318     AND (SQLCODE = -911 OR SQLCODE = -913)
527318          PERFORM  9800-LOCK-CONFLICT
527318              THRU 9800-LOCK-CONFLICT-X
527318          IF   WS-LK-RETRY-REQUEST
527318               GO TO 0000-MAINLINE
527318          END-IF
527318     END-IF.

527318     IF   WS-LK-RQST-CD NOT = SPACES
527318          MOVE WS-LK-RQST-CD           TO  WUCVG-RQST-CD
527318          MOVE SPACES                  TO  WS-LK-RQST-CD
527318     END-IF.

527318     MOVE WS-LK-RETRY-CNT              TO  WUCVG-LOCK-RETRY-CNT.
527318     MOVE ZERO                         TO  WS-LK-RETRY-CNT.


           GOBACK.


      *************

           EXEC SQL
183629       DECLARE B2CUR_UCVG CURSOR
183629         WITH ROWSET POSITIONING FOR
             SELECT
                 APP_ID,
                 STCKR_ID,
                 STCKR_ID,
                 PLAN_ID
             FOR FETCH ONLY
183629       OPTIMIZE FOR 100 ROWS
           END-EXEC.

183629     MOVE ZERO                         TO  WS-RS-ROW-SUB
183629                                           WS-RS-ROW-CNT.
183629     SET  WS-RS-MORE-ROWSETS           TO  TRUE.

           EXEC SQL
                OPEN B2CUR_UCVG
           END-EXEC.
      *************

           EXEC SQL
183629       DECLARE BCUR_UCVG CURSOR
183629         WITH ROWSET POSITIONING FOR
             SELECT
                 APP_ID,
                 STCKR_ID,
                 STCKR_ID,
                 PLAN_ID
             FOR FETCH ONLY
183629       OPTIMIZE FOR 100 ROWS
           END-EXEC.

183629     MOVE ZERO                         TO  WS-RS-ROW-SUB
183629                                           WS-RS-ROW-CNT.
183629     SET  WS-RS-MORE-ROWSETS           TO  TRUE.

           EXEC SQL
                OPEN BCUR_UCVG
           END-EXEC.
       3102-FETCH-NEXT.
      *****************

183629     SET  WS-RS-FETCH-OK               TO  TRUE.

183629     IF  WS-RS-ROW-SUB NOT < WS-RS-ROW-CNT
183629     AND NOT WS-RS-LAST-ROWSET
183629         EXEC SQL
183629           FETCH NEXT ROWSET FROM B2CUR_UCVG
183629           FOR :WS-RS-MAX-ROWS ROWS
183629           INTO
183629             :WS-RS-APP-ID,
183629             :WS-RS-STCKR-ID,
183629             :WS-RS-PLAN-ID,
183629             :WS-RS-INIT-COV-AMT       :WS-RS-INIT-COV-AMT-NI,
183629             :WS-RS-SMKR-CD            :WS-RS-SMKR-CD-NI,
183629             :WS-RS-RT-TBL-VER-CD      :WS-RS-RT-TBL-VER-CD-NI,
183629             :WS-RS-DUR-YR-CD          :WS-RS-DUR-YR-CD-NI,
183629             :WS-RS-CVG-STBL-2-CD      :WS-RS-CVG-STBL-2-CD-NI,
183629             :WS-RS-CVG-ILLUS-CD       :WS-RS-CVG-ILLUS-CD-NI,
183629             :WS-RS-SA-INIT-PREM-AMT :WS-RS-SA-INIT-PREM-AMT-NI,
183629             :WS-RS-SA-SUBSEQ-PREM-AMT
183629                 :WS-RS-SA-SUBSEQ-PREM-AMT-NI,
183629             :WS-RS-SA-INIT-LMPSM-AMT
183629                 :WS-RS-SA-INIT-LMPSM-AMT-NI,
183629             :WS-RS-SA-CNVR-FND-AMT    :WS-RS-SA-CNVR-FND-AMT-NI,
183629             :WS-RS-CVG-XPCT-ANTY-AGE
183629                 :WS-RS-CVG-XPCT-ANTY-AGE-NI,
183629             :WS-RS-CVG-STBL-4-CD      :WS-RS-CVG-STBL-4-CD-NI,
183629             :WS-RS-CVG-STBL-3-CD      :WS-RS-CVG-STBL-3-CD-NI,
183629             :WS-RS-CVG-WP-IND         :WS-RS-CVG-WP-IND-NI,
183629             :WS-RS-CVG-PRIM-GR-ID     :WS-RS-CVG-PRIM-GR-ID-NI,
183629             :WS-RS-TAX-QUALF-IND      :WS-RS-TAX-QUALF-IND-NI,
183629             :WS-RS-TRG-HIT-CNVR-RT    :WS-RS-TRG-HIT-CNVR-RT-NI,
183629             :WS-RS-FRST-POL-PERI-DUR
183629                 :WS-RS-FRST-POL-PERI-DUR-NI,
183629             :WS-RS-CANCER-TYP-CD      :WS-RS-CANCER-TYP-CD-NI
183629         END-EXEC
183629         PERFORM  3800-LOAD-ROWSET
183629             THRU 3800-LOAD-ROWSET-X
183629     END-IF.

183629     IF  WS-RS-FETCH-ERROR
183629         SET  WUCVG-IO-ERROR           TO  TRUE
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
183629           FETCH NEXT ROWSET FROM BCUR_UCVG
183629           FOR :WS-RS-MAX-ROWS ROWS
183629           INTO
183629             :WS-RS-APP-ID,
183629             :WS-RS-STCKR-ID,
183629             :WS-RS-PLAN-ID,
183629             :WS-RS-INIT-COV-AMT       :WS-RS-INIT-COV-AMT-NI,
183629             :WS-RS-SMKR-CD            :WS-RS-SMKR-CD-NI,
183629             :WS-RS-RT-TBL-VER-CD      :WS-RS-RT-TBL-VER-CD-NI,
183629             :WS-RS-DUR-YR-CD          :WS-RS-DUR-YR-CD-NI,
183629             :WS-RS-CVG-STBL-2-CD      :WS-RS-CVG-STBL-2-CD-NI,
183629             :WS-RS-CVG-ILLUS-CD       :WS-RS-CVG-ILLUS-CD-NI,
183629             :WS-RS-SA-INIT-PREM-AMT :WS-RS-SA-INIT-PREM-AMT-NI,
183629             :WS-RS-SA-SUBSEQ-PREM-AMT
183629                 :WS-RS-SA-SUBSEQ-PREM-AMT-NI,
183629             :WS-RS-SA-INIT-LMPSM-AMT
183629                 :WS-RS-SA-INIT-LMPSM-AMT-NI,
183629             :WS-RS-SA-CNVR-FND-AMT    :WS-RS-SA-CNVR-FND-AMT-NI,
183629             :WS-RS-CVG-XPCT-ANTY-AGE
183629                 :WS-RS-CVG-XPCT-ANTY-AGE-NI,
183629             :WS-RS-CVG-STBL-4-CD      :WS-RS-CVG-STBL-4-CD-NI,
183629             :WS-RS-CVG-STBL-3-CD      :WS-RS-CVG-STBL-3-CD-NI,
183629             :WS-RS-CVG-WP-IND         :WS-RS-CVG-WP-IND-NI,
183629             :WS-RS-CVG-PRIM-GR-ID     :WS-RS-CVG-PRIM-GR-ID-NI,
183629             :WS-RS-TAX-QUALF-IND      :WS-RS-TAX-QUALF-IND-NI,
183629             :WS-RS-TRG-HIT-CNVR-RT    :WS-RS-TRG-HIT-CNVR-RT-NI,
183629             :WS-RS-FRST-POL-PERI-DUR
183629                 :WS-RS-FRST-POL-PERI-DUR-NI,
183629             :WS-RS-CANCER-TYP-CD      :WS-RS-CANCER-TYP-CD-NI
183629         END-EXEC
183629         PERFORM  3800-LOAD-ROWSET
183629             THRU 3800-LOAD-ROWSET-X
183629     END-IF.

183629     IF  WS-RS-FETCH-ERROR
183629         SET  WUCVG-IO-ERROR           TO  TRUE
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
183629         SET  WUCVG-IO-EOF             TO  TRUE
183629         GO TO 3900-NEXT-ROWSET-ROW-X
183629     END-IF.

183629     ADD  +1                           TO  WS-RS-ROW-SUB.

183629     MOVE LOW-VALUES                   TO  ZUCVG-NULL-INDICATORS.

183629     MOVE WS-RS-APP-ID (WS-RS-ROW-SUB)
183629                                       TO  RUCVG-APP-ID.
183629     MOVE WS-RS-STCKR-ID (WS-RS-ROW-SUB)
183629                                       TO  RUCVG-STCKR-ID.
183629     MOVE WS-RS-PLAN-ID (WS-RS-ROW-SUB)
183629                                       TO  RUCVG-PLAN-ID.
183629     MOVE WS-RS-INIT-COV-AMT (WS-RS-ROW-SUB)
183629                                       TO  RUCVG-INIT-COV-AMT.
183629     MOVE WS-RS-SMKR-CD (WS-RS-ROW-SUB)
183629                                       TO  RUCVG-SMKR-CD.
183629     MOVE WS-RS-RT-TBL-VER-CD (WS-RS-ROW-SUB)
183629                                       TO  RUCVG-RT-TBL-VER-CD.
183629     MOVE WS-RS-DUR-YR-CD (WS-RS-ROW-SUB)
183629                                       TO  RUCVG-DUR-YR-CD.
183629     MOVE WS-RS-CVG-STBL-2-CD (WS-RS-ROW-SUB)
183629                                       TO  RUCVG-CVG-STBL-2-CD.
183629     MOVE WS-RS-CVG-ILLUS-CD (WS-RS-ROW-SUB)
183629                                       TO  RUCVG-CVG-ILLUS-CD.
183629     MOVE WS-RS-SA-INIT-PREM-AMT (WS-RS-ROW-SUB)
183629                                       TO  RUCVG-SA-INIT-PREM-AMT.
183629     MOVE WS-RS-SA-SUBSEQ-PREM-AMT (WS-RS-ROW-SUB)
183629                                     TO  RUCVG-SA-SUBSEQ-PREM-AMT.
183629     MOVE WS-RS-SA-INIT-LMPSM-AMT (WS-RS-ROW-SUB)
183629                                      TO  RUCVG-SA-INIT-LMPSM-AMT.
183629     MOVE WS-RS-SA-CNVR-FND-AMT (WS-RS-ROW-SUB)
183629                                       TO  RUCVG-SA-CNVR-FND-AMT.
183629     MOVE WS-RS-CVG-XPCT-ANTY-AGE (WS-RS-ROW-SUB)
183629                                      TO  RUCVG-CVG-XPCT-ANTY-AGE.
183629     MOVE WS-RS-CVG-STBL-4-CD (WS-RS-ROW-SUB)
183629                                       TO  RUCVG-CVG-STBL-4-CD.
183629     MOVE WS-RS-CVG-STBL-3-CD (WS-RS-ROW-SUB)
183629                                       TO  RUCVG-CVG-STBL-3-CD.
183629     MOVE WS-RS-CVG-WP-IND (WS-RS-ROW-SUB)
183629                                       TO  RUCVG-CVG-WP-IND.
183629     MOVE WS-RS-CVG-PRIM-GR-ID (WS-RS-ROW-SUB)
183629                                       TO  RUCVG-CVG-PRIM-GR-ID.
183629     MOVE WS-RS-TAX-QUALF-IND (WS-RS-ROW-SUB)
183629                                       TO  RUCVG-TAX-QUALF-IND.
183629     MOVE WS-RS-TRG-HIT-CNVR-RT (WS-RS-ROW-SUB)
183629                                       TO  RUCVG-TRG-HIT-CNVR-RT.
183629     MOVE WS-RS-FRST-POL-PERI-DUR (WS-RS-ROW-SUB)
183629                                      TO  RUCVG-FRST-POL-PERI-DUR.
183629     MOVE WS-RS-CANCER-TYP-CD (WS-RS-ROW-SUB)
183629                                       TO  RUCVG-CANCER-TYP-CD.
183629     MOVE WS-RS-INIT-COV-AMT-NI (WS-RS-ROW-SUB)
183629                                       TO  ZUCVG-INIT-COV-AMT-NI.
183629     MOVE WS-RS-SMKR-CD-NI (WS-RS-ROW-SUB)
183629                                       TO  ZUCVG-SMKR-CD-NI.
183629     MOVE WS-RS-RT-TBL-VER-CD-NI (WS-RS-ROW-SUB)
183629                                       TO  ZUCVG-RT-TBL-VER-CD-NI.
183629     MOVE WS-RS-DUR-YR-CD-NI (WS-RS-ROW-SUB)
183629                                       TO  ZUCVG-DUR-YR-CD-NI.
183629     MOVE WS-RS-CVG-STBL-2-CD-NI (WS-RS-ROW-SUB)
183629                                       TO  ZUCVG-CVG-STBL-2-CD-NI.
183629     MOVE WS-RS-CVG-ILLUS-CD-NI (WS-RS-ROW-SUB)
183629                                       TO  ZUCVG-CVG-ILLUS-CD-NI.
183629     MOVE WS-RS-SA-INIT-PREM-AMT-NI (WS-RS-ROW-SUB)
183629                                    TO  ZUCVG-SA-INIT-PREM-AMT-NI.
183629     MOVE WS-RS-SA-SUBSEQ-PREM-AMT-NI (WS-RS-ROW-SUB)
183629                                  TO  ZUCVG-SA-SUBSEQ-PREM-AMT-NI.
183629     MOVE WS-RS-SA-INIT-LMPSM-AMT-NI (WS-RS-ROW-SUB)
183629                                   TO  ZUCVG-SA-INIT-LMPSM-AMT-NI.
183629     MOVE WS-RS-SA-CNVR-FND-AMT-NI (WS-RS-ROW-SUB)
183629                                     TO  ZUCVG-SA-CNVR-FND-AMT-NI.
183629     MOVE WS-RS-CVG-XPCT-ANTY-AGE-NI (WS-RS-ROW-SUB)
183629                                   TO  ZUCVG-CVG-XPCT-ANTY-AGE-NI.
183629     MOVE WS-RS-CVG-STBL-4-CD-NI (WS-RS-ROW-SUB)
183629                                       TO  ZUCVG-CVG-STBL-4-CD-NI.
183629     MOVE WS-RS-CVG-STBL-3-CD-NI (WS-RS-ROW-SUB)
183629                                       TO  ZUCVG-CVG-STBL-3-CD-NI.
183629     MOVE WS-RS-CVG-WP-IND-NI (WS-RS-ROW-SUB)
183629                                       TO  ZUCVG-CVG-WP-IND-NI.
183629     MOVE WS-RS-CVG-PRIM-GR-ID-NI (WS-RS-ROW-SUB)
183629                                      TO  ZUCVG-CVG-PRIM-GR-ID-NI.
183629     MOVE WS-RS-TAX-QUALF-IND-NI (WS-RS-ROW-SUB)
183629                                       TO  ZUCVG-TAX-QUALF-IND-NI.
183629     MOVE WS-RS-TRG-HIT-CNVR-RT-NI (WS-RS-ROW-SUB)
183629                                     TO  ZUCVG-TRG-HIT-CNVR-RT-NI.
183629     MOVE WS-RS-FRST-POL-PERI-DUR-NI (WS-RS-ROW-SUB)
183629                                   TO  ZUCVG-FRST-POL-PERI-DUR-NI.
183629     MOVE WS-RS-CANCER-TYP-CD-NI (WS-RS-ROW-SUB)
183629                                       TO  ZUCVG-CANCER-TYP-CD-NI.

183629     SET  WUCVG-IO-OK                  TO  TRUE.
183629     PERFORM  UCVG-2000-SET-NULL-DFLT
183629         THRU UCVG-2000-SET-NULL-DFLT-X.
183629     MOVE RUCVG-KEY                    TO  WUCVG-KEY.


183629 3900-NEXT-ROWSET-ROW-X.
183629     EXIT.


      *********************
       4000-EXEC-CLOSE-CUR.
      *********************
99522D 8500-EXEC-INSERT.
      *****************

183629     IF  WUCVG-INS-ROWSET-SIZE NUMERIC
183629     AND WUCVG-INS-ROWSET-SIZE > 1
183629         PERFORM  8550-BUFFER-INSERT-ROW
183629             THRU 8550-BUFFER-INSERT-ROW-X
183629         GO TO 8500-EXEC-INSERT-X
183629     END-IF.

99522D     EXEC SQL
99522D          INSERT INTO TUCVG
99522D              (APP_ID, STCKR_ID, PLAN_ID,
99522D     EXIT.


183629************************
183629 8550-BUFFER-INSERT-ROW.
183629************************

183629     ADD  +1                           TO  WS-RI-ROW-CNT.

183629     MOVE WUCVG-APP-ID
183629                                 TO  WS-RI-APP-ID (WS-RI-ROW-CNT).
183629     MOVE WUCVG-STCKR-ID
183629                               TO  WS-RI-STCKR-ID (WS-RI-ROW-CNT).
183629     MOVE WUCVG-PLAN-ID
183629                                TO  WS-RI-PLAN-ID (WS-RI-ROW-CNT).
183629     MOVE RUCVG-INIT-COV-AMT
183629                           TO  WS-RI-INIT-COV-AMT (WS-RI-ROW-CNT).
183629     MOVE RUCVG-SA-INIT-PREM-AMT
183629                       TO  WS-RI-SA-INIT-PREM-AMT (WS-RI-ROW-CNT).
183629     MOVE RUCVG-SA-SUBSEQ-PREM-AMT
183629                     TO  WS-RI-SA-SUBSEQ-PREM-AMT (WS-RI-ROW-CNT).
183629     MOVE RUCVG-SA-INIT-LMPSM-AMT
183629                      TO  WS-RI-SA-INIT-LMPSM-AMT (WS-RI-ROW-CNT).
183629     MOVE RUCVG-SA-CNVR-FND-AMT
183629                        TO  WS-RI-SA-CNVR-FND-AMT (WS-RI-ROW-CNT).

183629     SET  WUCVG-IO-OK                  TO  TRUE.

183629     IF  WS-RI-ROW-CNT NOT < WUCVG-INS-ROWSET-SIZE
183629     OR  WS-RI-ROW-CNT NOT < WS-RI-MAX-ROWS
183629         PERFORM  8560-FLUSH-INSERT
183629             THRU 8560-FLUSH-INSERT-X
183629     END-IF.


183629 8550-BUFFER-INSERT-ROW-X.
183629     EXIT.


183629*******************
183629 8560-FLUSH-INSERT.
183629*******************

183629     SET  WUCVG-IO-OK                  TO  TRUE.

183629     IF  WS-RI-ROW-CNT = ZERO
183629         GO TO 8560-FLUSH-INSERT-X
183629     END-IF.

183629     EXEC SQL
183629       INSERT INTO TUCVG
183629          (APP_ID,
183629           STCKR_ID,
183629           PLAN_ID,
183629           INIT_COV_AMT,
183629           SA_INIT_PREM_AMT,
183629           SA_SUBSEQ_PREM_AMT,
183629           SA_INIT_LMPSM_AMT,
183629           SA_CNVR_FND_AMT)
183629       VALUES
183629         (:WS-RI-APP-ID,
183629          :WS-RI-STCKR-ID,
183629          :WS-RI-PLAN-ID,
183629          :WS-RI-INIT-COV-AMT,
183629          :WS-RI-SA-INIT-PREM-AMT,
183629          :WS-RI-SA-SUBSEQ-PREM-AMT,
183629          :WS-RI-SA-INIT-LMPSM-AMT,
183629          :WS-RI-SA-CNVR-FND-AMT)
183629       FOR :WS-RI-ROW-CNT ROWS
183629       ATOMIC
183629     END-EXEC.


183629     EVALUATE SQLCODE

183629         WHEN ZERO
183629              SET  WUCVG-IO-OK         TO  TRUE

183629         WHEN OTHER
183629              SET  WUCVG-IO-ERROR      TO  TRUE
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

527318     IF   WUCVG-LOCK-RETRY-MAX NOT NUMERIC
527318     OR   WUCVG-LOCK-RETRY-MAX = ZERO
527318          GO TO 9800-LOCK-CONFLICT-X
527318     END-IF.

527318*
527318* ONLY THE CALLER CAN RE-DRIVE ITS WORK FROM THE LAST
527318* COMMIT POINT AFTER A ROLLBACK.
527318*
527318     IF   SQLCODE = -911
527318          SET  WUCVG-IO-ROLLED-BACK    TO  TRUE
527318          GO TO 9800-LOCK-CONFLICT-X
527318     END-IF.

527318     IF   WS-LK-RETRY-CNT NOT < WUCVG-LOCK-RETRY-MAX
527318          GO TO 9800-LOCK-CONFLICT-X
527318     END-IF.

527318*
527318* TIMEOUT - WAIT AND RE-DRIVE THE REQUEST.  THE WAIT STARTS
527318* AT THE CALLER'S LOCK-WAIT-SECS (1 SECOND WHEN NOT SET) AND
527318* DOUBLES ON EACH RETRY UP TO WS-LK-MAX-WAIT-SECS.
527318*
527318     ADD  +1                           TO  WS-LK-RETRY-CNT.

527318     IF   WUCVG-LOCK-WAIT-SECS NUMERIC
527318     AND  WUCVG-LOCK-WAIT-SECS > ZERO
527318          MOVE WUCVG-LOCK-WAIT-SECS    TO  WS-LK-WAIT-SECS
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
527318     AND  WUCVG-RQST-INSERT
527318          MOVE WUCVG-RQST-CD           TO  WS-LK-RQST-CD
527318          SET  WUCVG-RQST-FLUSH-INSERT TO  TRUE
527318     END-IF.

527318     SET  WS-LK-RETRY-REQUEST          TO  TRUE.


527318 9800-LOCK-CONFLICT-X.
527318     EXIT.

      *****************************************************************
      **                 END OF PROGRAM ASIBUCVG                     **
      *****************************************************************
