      **  6.5       CREATED FOR UAPE PROCESSING                      **
      **  260121    STAMP THE ROW WITH THE DATE THE INCOMPLETENESS    **
      **            WAS IDENTIFIED, FOR AGING REPORTING               **
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
260121         10  WS-TODAY-MM-OUT              PIC 9(02).
260121         10  FILLER                       PIC X(01) VALUE '-'.
260121         10  WS-TODAY-DD-OUT              PIC 9(02).
183629*
183629* MULTI-ROW INSERT BUFFER, USED ONLY WHEN THE CALLER SETS
183629* WUAPE-INS-ROWSET-SIZE GREATER THAN 1.
183629*
183629 01  WS-RI-INSERT-AREA.
183629     05  WS-RI-MAX-ROWS                   PIC S9(04) BINARY
183629                                          VALUE +100.
183629     05  WS-RI-ROW-CNT                    PIC S9(04) BINARY
183629                                          VALUE ZERO.
183629     05  WS-RI-APP-ID                     OCCURS 100 TIMES
183629                                          PIC X(15).
183629     05  WS-RI-INCMPLT-SEQ-NUM            OCCURS 100 TIMES
183629                                          PIC X(02).
183629     05  WS-RI-INCMPLT-ID                 OCCURS 100 TIMES
183629                                          PIC X(06).
183629     05  WS-RI-INCMPLT-DTL-TXT            OCCURS 100 TIMES.
183629         49  WS-RI-INCMPLT-DTL-TXT-LEN    PIC S9(04) BINARY.
183629         49  WS-RI-INCMPLT-DTL-TXT-TXT    PIC X(400).
183629     05  WS-RI-INCMPLT-IDNTFD-DT          OCCURS 100 TIMES
183629                                          PIC X(10).
183629     05  WS-RI-INCMPLT-ID-NI              OCCURS 100 TIMES
183629                                          PIC S9(04) BINARY.
183629     05  WS-RI-INCMPLT-DTL-TXT-NI         OCCURS 100 TIMES
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
527318     05  WS-LK-RQST-CD                    PIC X(02) VALUE SPACES.
527318     05  WS-LK-RETRY-SW                   PIC X(01) VALUE 'N'.
527318         88  WS-LK-RETRY-REQUEST                    VALUE 'Y'.
527318         88  WS-LK-RETRY-DONE                       VALUE 'N'.
      /
       COPY XCWWWKDT.
      /
                    PERFORM  1000-INSERT
                        THRU 1000-INSERT-X

183629         WHEN WUAPE-RQST-FLUSH-INSERT
183629              PERFORM  1200-FLUSH-INSERT
183629                  THRU 1200-FLUSH-INSERT-X

               WHEN OTHER
                    SET  WUAPE-IO-ERROR      TO  TRUE

           END-EVALUATE.


527318     IF   WUAPE-IO-ERROR
527318     AND (SQLCODE = -911 OR SQLCODE = -913)
527318          PERFORM  9800-LOCK-CONFLICT
527318              THRU 9800-LOCK-CONFLICT-X
527318          IF   WS-LK-RETRY-REQUEST
527318               GO TO 0000-MAINLINE
527318          END-IF
527318     END-IF.

527318     IF   WS-LK-RQST-CD NOT = SPACES
527318          MOVE WS-LK-RQST-CD           TO  WUAPE-RQST-CD
527318          MOVE SPACES                  TO  WS-LK-RQST-CD
527318     END-IF.

527318     MOVE WS-LK-RETRY-CNT              TO  WUAPE-LOCK-RETRY-CNT.
527318     MOVE ZERO                         TO  WS-LK-RETRY-CNT.


           SET  WUAPE-OPTM-SQL-OK            TO  TRUE.
           MOVE SPACES                       TO  WUAPE-OPTM-SQL-REQIR.
           MOVE SPACES                       TO  WUAPE-OPTM-SQL-EXEC.
260121     MOVE WS-TODAY-CCYY-MM-DD          TO
260121         RUAPE-INCMPLT-IDNTFD-DT.

183629     IF  WUAPE-INS-ROWSET-SIZE NUMERIC
183629     AND WUAPE-INS-ROWSET-SIZE > 1
183629         PERFORM  1100-BUFFER-INSERT-ROW
183629             THRU 1100-BUFFER-INSERT-ROW-X
183629         GO TO 1000-INSERT-X
183629     END-IF.

           EXEC SQL
             INSERT INTO TUAPE
                (APP_ID,
           EXIT.


183629************************
183629 1100-BUFFER-INSERT-ROW.
183629************************

183629     ADD  +1                           TO  WS-RI-ROW-CNT.

183629     MOVE RUAPE-APP-ID
183629                                 TO  WS-RI-APP-ID (WS-RI-ROW-CNT).
183629     MOVE RUAPE-INCMPLT-SEQ-NUM
183629                        TO  WS-RI-INCMPLT-SEQ-NUM (WS-RI-ROW-CNT).
183629     MOVE RUAPE-INCMPLT-ID
183629                             TO  WS-RI-INCMPLT-ID (WS-RI-ROW-CNT).
183629     MOVE RUAPE-INCMPLT-DTL-TXT
183629                        TO  WS-RI-INCMPLT-DTL-TXT (WS-RI-ROW-CNT).
183629     MOVE RUAPE-INCMPLT-IDNTFD-DT
183629                      TO  WS-RI-INCMPLT-IDNTFD-DT (WS-RI-ROW-CNT).
183629     MOVE ZUAPE-INCMPLT-ID-NI
183629                          TO  WS-RI-INCMPLT-ID-NI (WS-RI-ROW-CNT).
183629     MOVE ZUAPE-INCMPLT-DTL-TXT-NI
183629                     TO  WS-RI-INCMPLT-DTL-TXT-NI (WS-RI-ROW-CNT).

183629     SET  WUAPE-IO-OK                  TO  TRUE.

183629     IF  WS-RI-ROW-CNT NOT < WUAPE-INS-ROWSET-SIZE
183629     OR  WS-RI-ROW-CNT NOT < WS-RI-MAX-ROWS
183629         PERFORM  1200-FLUSH-INSERT
183629             THRU 1200-FLUSH-INSERT-X
183629     END-IF.


183629 1100-BUFFER-INSERT-ROW-X.
183629     EXIT.


183629*******************
183629 1200-FLUSH-INSERT.
183629*******************

183629     SET  WUAPE-IO-OK                  TO  TRUE.

183629     IF  WS-RI-ROW-CNT = ZERO
183629         GO TO 1200-FLUSH-INSERT-X
183629     END-IF.

183629     EXEC SQL
183629       INSERT INTO TUAPE
183629          (APP_ID,
183629           INCMPLT_SEQ_NUM,
183629           INCMPLT_ID,
183629           INCMPLT_DTL_TXT,
183629           INCMPLT_IDNTFD_DT)
183629       VALUES
183629         (:WS-RI-APP-ID,
183629          :WS-RI-INCMPLT-SEQ-NUM,
183629          :WS-RI-INCMPLT-ID        :WS-RI-INCMPLT-ID-NI,
183629          :WS-RI-INCMPLT-DTL-TXT   :WS-RI-INCMPLT-DTL-TXT-NI,
183629          :WS-RI-INCMPLT-IDNTFD-DT)
183629       FOR :WS-RI-ROW-CNT ROWS
183629       ATOMIC
183629     END-EXEC.


183629     EVALUATE SQLCODE

183629         WHEN ZERO
183629              SET  WUAPE-IO-OK         TO  TRUE

183629         WHEN OTHER
183629              SET  WUAPE-IO-ERROR      TO  TRUE

183629     END-EVALUATE.

527318     IF   SQLCODE NOT = -913
527318          MOVE ZERO                    TO  WS-RI-ROW-CNT
527318     END-IF.


183629 1200-FLUSH-INSERT-X.
183629     EXIT.


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

527318*
527318* A TIMEOUT ON A BUFFER-FULL FLUSH LEAVES THE CURRENT ROW
527318* ALREADY IN THE BUFFER - RE-DRIVE IT AS A FLUSH SO THE
527318* ROW IS NOT BUFFERED TWICE.
527318*
527318     IF   WS-RI-ROW-CNT > ZERO
527318     AND  WUAPE-RQST-INSERT
527318          MOVE WUAPE-RQST-CD           TO  WS-LK-RQST-CD
527318          SET  WUAPE-RQST-FLUSH-INSERT TO  TRUE
527318     END-IF.

527318     SET  WS-LK-RETRY-REQUEST          TO  TRUE.


527318 9800-LOCK-CONFLICT-X.
527318     EXIT.


       COPY ACPZUAPE.

      *****************************************************************
