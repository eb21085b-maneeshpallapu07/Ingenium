      **  260121    ACTIVATE THE INDEX-BROWSE REQUEST CODES FOR AN    **
      **            INCMPLT-ID-ORDERED SCAN, USED BY THE INCOMPLETE-  **
      **            NESS AGING REPORT                                **
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
183629     05  WS-RS-INCMPLT-SEQ-NUM            OCCURS 100 TIMES
183629                                          PIC X(02).
183629     05  WS-RS-INCMPLT-ID                 OCCURS 100 TIMES
183629                                          PIC X(06).
183629     05  WS-RS-INCMPLT-DTL-TXT            OCCURS 100 TIMES.
183629         49  WS-RS-INCMPLT-DTL-TXT-LEN    PIC S9(04) BINARY.
183629         49  WS-RS-INCMPLT-DTL-TXT-TXT    PIC X(400).
183629     05  WS-RS-INCMPLT-IDNTFD-DT          OCCURS 100 TIMES
183629                                          PIC X(10).
183629     05  WS-RS-INCMPLT-ID-NI              OCCURS 100 TIMES
183629                                          PIC S9(04) BINARY.
183629     05  WS-RS-INCMPLT-DTL-TXT-NI         OCCURS 100 TIMES
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


527318     IF   WUAPE-IO-ERROR
527318     AND (SQLCODE = -911 OR SQLCODE = -913)
527318          PERFORM  9800-LOCK-CONFLICT
527318              THRU 9800-LOCK-CONFLICT-X
527318          IF   WS-LK-RETRY-REQUEST
527318               GO TO 0000-MAINLINE
527318          END-IF
527318     END-IF.

527318     MOVE WS-LK-RETRY-CNT              TO  WUAPE-LOCK-RETRY-CNT.
527318     MOVE ZERO                         TO  WS-LK-RETRY-CNT.


           GOBACK.


      *************

           EXEC SQL
183629       DECLARE BCUR_UAPE CURSOR
183629         WITH ROWSET POSITIONING FOR
             SELECT
                 APP_ID,
                 INCMPLT_SEQ_NUM,
                 APP_ID,
                 INCMPLT_SEQ_NUM
             FOR FETCH ONLY
183629       OPTIMIZE FOR 100 ROWS
           END-EXEC.

183629     MOVE ZERO                         TO  WS-RS-ROW-SUB
183629                                           WS-RS-ROW-CNT.
183629     SET  WS-RS-MORE-ROWSETS           TO  TRUE.

           EXEC SQL
                OPEN BCUR_UAPE
           END-EXEC.
       310G-FETCH-NEXT.
      *****************

183629     SET  WS-RS-FETCH-OK               TO  TRUE.

183629     IF  WS-RS-ROW-SUB NOT < WS-RS-ROW-CNT
183629     AND NOT WS-RS-LAST-ROWSET
183629         EXEC SQL
183629           FETCH NEXT ROWSET FROM BCUR_UAPE
183629           FOR :WS-RS-MAX-ROWS ROWS
183629           INTO
183629             :WS-RS-APP-ID,
183629             :WS-RS-INCMPLT-SEQ-NUM,
183629             :WS-RS-INCMPLT-ID      :WS-RS-INCMPLT-ID-NI,
183629             :WS-RS-INCMPLT-DTL-TXT :WS-RS-INCMPLT-DTL-TXT-NI
183629         END-EXEC
183629         PERFORM  3800-LOAD-ROWSET
183629             THRU 3800-LOAD-ROWSET-X
183629     END-IF.

183629     IF  WS-RS-FETCH-ERROR
183629         SET  WUAPE-IO-ERROR           TO  TRUE
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
183629         SET  WUAPE-IO-EOF             TO  TRUE
183629         GO TO 3900-NEXT-ROWSET-ROW-X
183629     END-IF.

183629     ADD  +1                           TO  WS-RS-ROW-SUB.

183629     MOVE LOW-VALUES                   TO  ZUAPE-NULL-INDICATORS.
183629     MOVE SPACES                 TO  RUAPE-INCMPLT-DTL-TXT-TXT.

183629     MOVE WS-RS-APP-ID (WS-RS-ROW-SUB)
183629                                       TO  RUAPE-APP-ID.
183629     MOVE WS-RS-INCMPLT-SEQ-NUM (WS-RS-ROW-SUB)
183629                                       TO  RUAPE-INCMPLT-SEQ-NUM.
183629     MOVE WS-RS-INCMPLT-ID (WS-RS-ROW-SUB)
183629                                       TO  RUAPE-INCMPLT-ID.
183629     MOVE WS-RS-INCMPLT-DTL-TXT (WS-RS-ROW-SUB)
183629                                       TO  RUAPE-INCMPLT-DTL-TXT.
183629     MOVE WS-RS-INCMPLT-ID-NI (WS-RS-ROW-SUB)
183629                                       TO  ZUAPE-INCMPLT-ID-NI.
183629     MOVE WS-RS-INCMPLT-DTL-TXT-NI (WS-RS-ROW-SUB)
183629                                     TO  ZUAPE-INCMPLT-DTL-TXT-NI.

183629     SET  WUAPE-IO-OK                  TO  TRUE.
183629     PERFORM  UAPE-2000-SET-NULL-DFLT
183629         THRU UAPE-2000-SET-NULL-DFLT-X.
183629     MOVE RUAPE-KEY                    TO  WUAPE-KEY.


183629 3900-NEXT-ROWSET-ROW-X.
183629     EXIT.


183629*********************
183629 6900-NEXT-INDEX-ROW.
183629*********************

183629     IF  WS-RS-ROW-SUB NOT < WS-RS-ROW-CNT
183629         SET  WUAPE-IO-EOF             TO  TRUE
183629         GO TO 6900-NEXT-INDEX-ROW-X
183629     END-IF.

183629     ADD  +1                           TO  WS-RS-ROW-SUB.

183629     MOVE LOW-VALUES                   TO  ZUAPE-NULL-INDICATORS.
183629     MOVE SPACES                 TO  RUAPE-INCMPLT-DTL-TXT-TXT.

183629     MOVE WS-RS-APP-ID (WS-RS-ROW-SUB)
183629                                       TO  RUAPE-APP-ID.
183629     MOVE WS-RS-INCMPLT-SEQ-NUM (WS-RS-ROW-SUB)
183629                                       TO  RUAPE-INCMPLT-SEQ-NUM.
183629     MOVE WS-RS-INCMPLT-ID (WS-RS-ROW-SUB)
183629                                       TO  RUAPE-INCMPLT-ID.
183629     MOVE WS-RS-INCMPLT-DTL-TXT (WS-RS-ROW-SUB)
183629                                       TO  RUAPE-INCMPLT-DTL-TXT.
183629     MOVE WS-RS-INCMPLT-IDNTFD-DT (WS-RS-ROW-SUB)
183629                                      TO  RUAPE-INCMPLT-IDNTFD-DT.
183629     MOVE WS-RS-INCMPLT-ID-NI (WS-RS-ROW-SUB)
183629                                       TO  ZUAPE-INCMPLT-ID-NI.
183629     MOVE WS-RS-INCMPLT-DTL-TXT-NI (WS-RS-ROW-SUB)
183629                                     TO  ZUAPE-INCMPLT-DTL-TXT-NI.

183629     SET  WUAPE-IO-OK                  TO  TRUE.
183629     PERFORM  UAPE-2000-SET-NULL-DFLT
183629         THRU UAPE-2000-SET-NULL-DFLT-X.
183629     MOVE RUAPE-KEY                    TO  WUAPE-KEY.


183629 6900-NEXT-INDEX-ROW-X.
183629     EXIT.


      *********************
      ******************

           EXEC SQL
183629       DECLARE BCUR_UAPE_IX CURSOR
183629         WITH ROWSET POSITIONING FOR
             SELECT
                 APP_ID,
                 INCMPLT_SEQ_NUM,
             FOR FETCH ONLY
           END-EXEC.

183629     MOVE ZERO                         TO  WS-RS-ROW-SUB
183629                                           WS-RS-ROW-CNT.
183629     SET  WS-RS-MORE-ROWSETS           TO  TRUE.

           EXEC SQL
                OPEN BCUR_UAPE_IX
           END-EXEC.
       610G-FETCH-NEXT-INDEX.
      **********************

183629     SET  WS-RS-FETCH-OK               TO  TRUE.

183629     IF  WS-RS-ROW-SUB NOT < WS-RS-ROW-CNT
183629     AND NOT WS-RS-LAST-ROWSET
183629         EXEC SQL
183629           FETCH NEXT ROWSET FROM BCUR_UAPE_IX
183629           FOR :WS-RS-MAX-ROWS ROWS
183629           INTO
183629             :WS-RS-APP-ID,
183629             :WS-RS-INCMPLT-SEQ-NUM,
183629             :WS-RS-INCMPLT-ID        :WS-RS-INCMPLT-ID-NI,
183629             :WS-RS-INCMPLT-DTL-TXT   :WS-RS-INCMPLT-DTL-TXT-NI,
183629             :WS-RS-INCMPLT-IDNTFD-DT
183629         END-EXEC
183629         PERFORM  3800-LOAD-ROWSET
183629             THRU 3800-LOAD-ROWSET-X
183629     END-IF.

183629     IF  WS-RS-FETCH-ERROR
183629         SET  WUAPE-IO-ERROR           TO  TRUE
183629     ELSE
183629         PERFORM  6900-NEXT-INDEX-ROW
183629             THRU 6900-NEXT-INDEX-ROW-X
183629     END-IF.


       610G-FETCH-NEXT-INDEX-X.
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

527318     IF   WUAPE-LOCK-RETRY-MAX NOT NUMERIC
527318     OR   WUAPE-LOCK-RETRY-MAX = ZERO
527318          GO TO 9800-LOCK-CONFLICT-X
527318     END-IF.

527318*
527318* ONLY THE CALLER CAN RE-DRIVE ITS WORK FROM THE LAST
527318* COMMIT POINT AFTER A ROLLBACK.
527318*
527318     IF   SQLCODE = -911
527318          SET  WUAPE-IO-ROLLED-BACK    TO  TRUE
527318          GO TO 9800-LOCK-CONFLICT-X
527318     END-IF.

527318     IF   WS-LK-RETRY-CNT NOT < WUAPE-LOCK-RETRY-MAX
527318          GO TO 9800-LOCK-CONFLICT-X
527318     END-IF.

527318*
527318* TIMEOUT - WAIT AND RE-DRIVE THE REQUEST.  THE WAIT STARTS
527318* AT THE CALLER'S LOCK-WAIT-SECS (1 SECOND WHEN NOT SET) AND
527318* DOUBLES ON EACH RETRY UP TO WS-LK-MAX-WAIT-SECS.
527318*
527318     ADD  +1                           TO  WS-LK-RETRY-CNT.

527318     IF   WUAPE-LOCK-WAIT-SECS NUMERIC
527318     AND  WUAPE-LOCK-WAIT-SECS > ZERO
527318          MOVE WUAPE-LOCK-WAIT-SECS    TO  WS-LK-WAIT-SECS
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
      **                 END OF PROGRAM ASIBUAPE                     **
      *****************************************************************
