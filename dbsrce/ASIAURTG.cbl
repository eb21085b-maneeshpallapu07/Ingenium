      **  RELEASE   DESCRIPTION                                      **
      **                                                             **
642193**  22AUG26   CREATED FOR SUBSTANDARD RATING UPLOAD            **
183629**  15OCT26   OPTIONAL MULTI-ROW INSERT - ROWS ARE BUFFERED     **
183629**            WHEN THE CALLER SETS THE INSERT ROWSET SIZE AND   **
183629**            WRITTEN ON BUFFER FULL OR FLUSH-INSERT            **
527318**  15OCT26   DEADLOCK AND TIMEOUT RECOGNIZED - A TIMEOUT IS    **
527318**            RE-DRIVEN WITH A BACK-OFF AND A DEADLOCK ROLLBACK **
527318**            RETURNED AS ROLLED-BACK WHEN THE CALLER SETS A    **
527318**            LOCK RETRY LIMIT                                  **
318274**  15OCT26   OFFERED FACE AMOUNT COLUMN FOR REDUCED FACE       **
      *****************************************************************
      /
      **********************
       01  WS-WORKING-STORAGE.
           05  WS-WA-ADDRESS                    POINTER   VALUE NULL.
           05  WS-TL-ADDRESS                    POINTER   VALUE NULL.
183629*
183629* MULTI-ROW INSERT BUFFER, USED ONLY WHEN THE CALLER SETS
183629* WURTG-INS-ROWSET-SIZE GREATER THAN 1.
183629*
183629 01  WS-RI-INSERT-AREA.
183629     05  WS-RI-MAX-ROWS                   PIC S9(04) BINARY
183629                                          VALUE +100.
183629     05  WS-RI-ROW-CNT                    PIC S9(04) BINARY
183629                                          VALUE ZERO.
183629     05  WS-RI-APP-ID                     OCCURS 100 TIMES
183629                                          PIC X(15).
183629     05  WS-RI-STCKR-ID                   OCCURS 100 TIMES
183629                                          PIC X(11).
183629     05  WS-RI-PLAN-ID                    OCCURS 100 TIMES
183629                                          PIC X(15).
183629     05  WS-RI-RATG-SEQ-NUM               OCCURS 100 TIMES
183629                                          PIC X(02).
183629     05  WS-RI-RATG-TYP-CD                OCCURS 100 TIMES
183629                                          PIC X(01).
183629     05  WS-RI-TBL-RATG-CD                OCCURS 100 TIMES
183629                                          PIC X(03).
183629     05  WS-RI-XTRA-PCT                   OCCURS 100 TIMES
183629                                          PIC S9(03)V9(02) COMP-3.
183629     05  WS-RI-FLAT-XTRA-AMT              OCCURS 100 TIMES
183629                                          PIC S9(07)V9(02) COMP-3.
183629     05  WS-RI-FLAT-XTRA-DUR-YR           OCCURS 100 TIMES
183629                                          PIC X(02).
183629     05  WS-RI-EXCL-RIDR-TXT              OCCURS 100 TIMES
183629                                          PIC X(70).
318274     05  WS-RI-OFR-FACE-AMT               OCCURS 100 TIMES
318274                                          PIC S9(13)V9(02) COMP-3.
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

183629         WHEN WURTG-RQST-FLUSH-INSERT
183629              PERFORM  1200-FLUSH-INSERT
183629                  THRU 1200-FLUSH-INSERT-X

               WHEN OTHER
                    SET  WURTG-IO-ERROR      TO  TRUE

           END-EVALUATE.


527318     IF   WURTG-IO-ERROR
527318     AND (SQLCODE = -911 OR SQLCODE = -913)
527318          PERFORM  9800-LOCK-CONFLICT
527318              THRU 9800-LOCK-CONFLICT-X
527318          IF   WS-LK-RETRY-REQUEST
527318               GO TO 0000-MAINLINE
527318          END-IF
527318     END-IF.

527318     IF   WS-LK-RQST-CD NOT = SPACES
527318          MOVE WS-LK-RQST-CD           TO  WURTG-RQST-CD
527318          MOVE SPACES                  TO  WS-LK-RQST-CD
527318     END-IF.

527318     MOVE WS-LK-RETRY-CNT              TO  WURTG-LOCK-RETRY-CNT.
527318     MOVE ZERO                         TO  WS-LK-RETRY-CNT.


           SET  WURTG-OPTM-SQL-OK            TO  TRUE.
           MOVE SPACES                       TO  WURTG-OPTM-SQL-REQIR.
           MOVE SPACES                       TO  WURTG-OPTM-SQL-EXEC.

           MOVE WURTG-KEY                    TO  RURTG-KEY.

183629     IF  WURTG-INS-ROWSET-SIZE NUMERIC
183629     AND WURTG-INS-ROWSET-SIZE > 1
183629         PERFORM  1100-BUFFER-INSERT-ROW
183629             THRU 1100-BUFFER-INSERT-ROW-X
183629         GO TO 1000-INSERT-X
183629     END-IF.

           EXEC SQL
             INSERT INTO TURTG
                (APP_ID,
                 XTRA_PCT,
                 FLAT_XTRA_AMT,
                 FLAT_XTRA_DUR_YR,
318274           EXCL_RIDR_TXT,
318274           OFR_FACE_AMT)
             VALUES
               (:RURTG-APP-ID,
                :RURTG-STCKR-ID,
                :RURTG-XTRA-PCT,
                :RURTG-FLAT-XTRA-AMT,
                :RURTG-FLAT-XTRA-DUR-YR,
318274          :RURTG-EXCL-RIDR-TXT,
318274          :RURTG-OFR-FACE-AMT)
           END-EXEC.


       1000-INSERT-X.
           EXIT.


183629************************
183629 1100-BUFFER-INSERT-ROW.
183629************************

183629     ADD  +1                           TO  WS-RI-ROW-CNT.

183629     MOVE RURTG-APP-ID
183629                                 TO  WS-RI-APP-ID (WS-RI-ROW-CNT).
183629     MOVE RURTG-STCKR-ID
183629                               TO  WS-RI-STCKR-ID (WS-RI-ROW-CNT).
183629     MOVE RURTG-PLAN-ID
183629                                TO  WS-RI-PLAN-ID (WS-RI-ROW-CNT).
183629     MOVE RURTG-RATG-SEQ-NUM
183629                           TO  WS-RI-RATG-SEQ-NUM (WS-RI-ROW-CNT).
183629     MOVE RURTG-RATG-TYP-CD
183629                            TO  WS-RI-RATG-TYP-CD (WS-RI-ROW-CNT).
183629     MOVE RURTG-TBL-RATG-CD
183629                            TO  WS-RI-TBL-RATG-CD (WS-RI-ROW-CNT).
183629     MOVE RURTG-XTRA-PCT
183629                               TO  WS-RI-XTRA-PCT (WS-RI-ROW-CNT).
183629     MOVE RURTG-FLAT-XTRA-AMT
183629                          TO  WS-RI-FLAT-XTRA-AMT (WS-RI-ROW-CNT).
183629     MOVE RURTG-FLAT-XTRA-DUR-YR
183629                       TO  WS-RI-FLAT-XTRA-DUR-YR (WS-RI-ROW-CNT).
183629     MOVE RURTG-EXCL-RIDR-TXT
183629                          TO  WS-RI-EXCL-RIDR-TXT (WS-RI-ROW-CNT).
318274     MOVE RURTG-OFR-FACE-AMT
318274                           TO  WS-RI-OFR-FACE-AMT (WS-RI-ROW-CNT).

183629     SET  WURTG-IO-OK                  TO  TRUE.

183629     IF  WS-RI-ROW-CNT NOT < WURTG-INS-ROWSET-SIZE
183629     OR  WS-RI-ROW-CNT NOT < WS-RI-MAX-ROWS
183629         PERFORM  1200-FLUSH-INSERT
183629             THRU 1200-FLUSH-INSERT-X
183629     END-IF.


183629 1100-BUFFER-INSERT-ROW-X.
183629     EXIT.


183629*******************
183629 1200-FLUSH-INSERT.
183629*******************

183629     SET  WURTG-IO-OK                  TO  TRUE.

183629     IF  WS-RI-ROW-CNT = ZERO
183629         GO TO 1200-FLUSH-INSERT-X
183629     END-IF.

183629     EXEC SQL
183629       INSERT INTO TURTG
183629          (APP_ID,
183629           STCKR_ID,
183629           PLAN_ID,
183629           RATG_SEQ_NUM,
183629           RATG_TYP_CD,
183629           TBL_RATG_CD,
183629           XTRA_PCT,
183629           FLAT_XTRA_AMT,
183629           FLAT_XTRA_DUR_YR,
318274           EXCL_RIDR_TXT,
318274           OFR_FACE_AMT)
183629       VALUES
183629         (:WS-RI-APP-ID,
183629          :WS-RI-STCKR-ID,
183629          :WS-RI-PLAN-ID,
183629          :WS-RI-RATG-SEQ-NUM,
183629          :WS-RI-RATG-TYP-CD,
183629          :WS-RI-TBL-RATG-CD,
183629          :WS-RI-XTRA-PCT,
183629          :WS-RI-FLAT-XTRA-AMT,
183629          :WS-RI-FLAT-XTRA-DUR-YR,
318274          :WS-RI-EXCL-RIDR-TXT,
318274          :WS-RI-OFR-FACE-AMT)
183629       FOR :WS-RI-ROW-CNT ROWS
183629       ATOMIC
183629     END-EXEC.


183629     EVALUATE SQLCODE

183629         WHEN ZERO
183629              SET  WURTG-IO-OK         TO  TRUE

183629         WHEN OTHER
183629              SET  WURTG-IO-ERROR      TO  TRUE

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

527318     IF   WURTG-LOCK-RETRY-MAX NOT NUMERIC
527318     OR   WURTG-LOCK-RETRY-MAX = ZERO
527318          GO TO 9800-LOCK-CONFLICT-X
527318     END-IF.

527318*
527318* ONLY THE CALLER CAN RE-DRIVE ITS WORK FROM THE LAST
527318* COMMIT POINT AFTER A ROLLBACK.
527318*
527318     IF   SQLCODE = -911
527318          SET  WURTG-IO-ROLLED-BACK    TO  TRUE
527318          GO TO 9800-LOCK-CONFLICT-X
527318     END-IF.

527318     IF   WS-LK-RETRY-CNT NOT < WURTG-LOCK-RETRY-MAX
527318          GO TO 9800-LOCK-CONFLICT-X
527318     END-IF.

527318*
527318* TIMEOUT - WAIT AND RE-DRIVE THE REQUEST.  THE WAIT STARTS
527318* AT THE CALLER'S LOCK-WAIT-SECS (1 SECOND WHEN NOT SET) AND
527318* DOUBLES ON EACH RETRY UP TO WS-LK-MAX-WAIT-SECS.
527318*
527318     ADD  +1                           TO  WS-LK-RETRY-CNT.

527318     IF   WURTG-LOCK-WAIT-SECS NUMERIC
527318     AND  WURTG-LOCK-WAIT-SECS > ZERO
527318          MOVE WURTG-LOCK-WAIT-SECS    TO  WS-LK-WAIT-SECS
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
527318     AND  WURTG-RQST-INSERT
527318          MOVE WURTG-RQST-CD           TO  WS-LK-RQST-CD
527318          SET  WURTG-RQST-FLUSH-INSERT TO  TRUE
527318     END-IF.

527318     SET  WS-LK-RETRY-REQUEST          TO  TRUE.


527318 9800-LOCK-CONFLICT-X.
527318     EXIT.

      *****************************************************************
      **                 END OF PROGRAM ASIAURTG                     **
      *****************************************************************
