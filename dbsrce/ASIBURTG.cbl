      **  RELEASE   DESCRIPTION                                      **
      **                                                             **
642193**  22AUG26   CREATED FOR SUBSTANDARD RATING UPLOAD            **
183629**  15OCT26   BROWSE CURSORS FETCH A ROWSET PER TRIP TO DB2 AND **
183629**            SERVE FETCH-NEXT REQUESTS ONE ROW AT A TIME FROM  **
183629**            THE BUFFER                                        **
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
183629     05  WS-RS-RATG-SEQ-NUM               OCCURS 100 TIMES
183629                                          PIC X(02).
183629     05  WS-RS-RATG-TYP-CD                OCCURS 100 TIMES
183629                                          PIC X(01).
183629     05  WS-RS-TBL-RATG-CD                OCCURS 100 TIMES
183629                                          PIC X(03).
183629     05  WS-RS-XTRA-PCT                   OCCURS 100 TIMES
183629                                          PIC S9(03)V9(02) COMP-3.
183629     05  WS-RS-FLAT-XTRA-AMT              OCCURS 100 TIMES
183629                                          PIC S9(07)V9(02) COMP-3.
183629     05  WS-RS-FLAT-XTRA-DUR-YR           OCCURS 100 TIMES
183629                                          PIC X(02).
183629     05  WS-RS-EXCL-RIDR-TXT              OCCURS 100 TIMES
183629                                          PIC X(70).
318274     05  WS-RS-OFR-FACE-AMT               OCCURS 100 TIMES
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
527318     05  WS-LK-RETRY-SW                   PIC X(01) VALUE 'N'.
527318         88  WS-LK-RETRY-REQUEST                    VALUE 'Y'.
527318         88  WS-LK-RETRY-DONE                       VALUE 'N'.
      /
       COPY XCWWWKDT.
      /
           END-EVALUATE.


527318     IF   WURTG-IO-ERROR
527318     AND (SQLCODE = -911 OR SQLCODE = -913)
527318          PERFORM  9800-LOCK-CONFLICT
527318              THRU 9800-LOCK-CONFLICT-X
527318          IF   WS-LK-RETRY-REQUEST
527318               GO TO 0000-MAINLINE
527318          END-IF
527318     END-IF.

527318     MOVE WS-LK-RETRY-CNT              TO  WURTG-LOCK-RETRY-CNT.
527318     MOVE ZERO                         TO  WS-LK-RETRY-CNT.


           SET  WURTG-OPTM-SQL-OK            TO  TRUE.
           MOVE SPACES                       TO  WURTG-OPTM-SQL-REQIR.
           MOVE SPACES                       TO  WURTG-OPTM-SQL-EXEC.
      * THE UNDERWRITER ENTERED THEM.
      *
           EXEC SQL
183629          DECLARE BCUR_URTG CURSOR
183629            WITH ROWSET POSITIONING FOR
                SELECT
                    APP_ID,
                    STCKR_ID,
                    XTRA_PCT,
                    FLAT_XTRA_AMT,
                    FLAT_XTRA_DUR_YR,
318274              EXCL_RIDR_TXT,
318274              OFR_FACE_AMT
                FROM TURTG
                WHERE
                    APP_ID   = :WURTG-APP-ID   AND
                ORDER BY RATG_SEQ_NUM
           END-EXEC.

183629     MOVE ZERO                         TO  WS-RS-ROW-SUB
183629                                           WS-RS-ROW-CNT.
183629     SET  WS-RS-MORE-ROWSETS           TO  TRUE.

           EXEC SQL
                OPEN BCUR_URTG
           END-EXEC.
       3000-EXEC-FETCH-NEXT.
      **********************

183629     SET  WS-RS-FETCH-OK               TO  TRUE.

183629     IF  WS-RS-ROW-SUB NOT < WS-RS-ROW-CNT
183629     AND NOT WS-RS-LAST-ROWSET
183629         EXEC SQL
183629           FETCH NEXT ROWSET FROM BCUR_URTG
183629           FOR :WS-RS-MAX-ROWS ROWS
183629           INTO
183629             :WS-RS-APP-ID,
183629             :WS-RS-STCKR-ID,
183629             :WS-RS-PLAN-ID,
183629             :WS-RS-RATG-SEQ-NUM,
183629             :WS-RS-RATG-TYP-CD,
183629             :WS-RS-TBL-RATG-CD,
183629             :WS-RS-XTRA-PCT,
183629             :WS-RS-FLAT-XTRA-AMT,
183629             :WS-RS-FLAT-XTRA-DUR-YR,
318274             :WS-RS-EXCL-RIDR-TXT,
318274             :WS-RS-OFR-FACE-AMT
183629         END-EXEC
183629         PERFORM  3800-LOAD-ROWSET
183629             THRU 3800-LOAD-ROWSET-X
183629     END-IF.

183629     IF  WS-RS-FETCH-ERROR
183629         SET  WURTG-IO-ERROR           TO  TRUE
183629     ELSE
183629         PERFORM  3900-NEXT-ROWSET-ROW
183629             THRU 3900-NEXT-ROWSET-ROW-X
183629     END-IF.


       3000-EXEC-FETCH-NEXT-X.
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
183629         SET  WURTG-IO-EOF             TO  TRUE
183629         GO TO 3900-NEXT-ROWSET-ROW-X
183629     END-IF.

183629     ADD  +1                           TO  WS-RS-ROW-SUB.

183629     MOVE WS-RS-APP-ID (WS-RS-ROW-SUB)
183629                                       TO  RURTG-APP-ID.
183629     MOVE WS-RS-STCKR-ID (WS-RS-ROW-SUB)
183629                                       TO  RURTG-STCKR-ID.
183629     MOVE WS-RS-PLAN-ID (WS-RS-ROW-SUB)
183629                                       TO  RURTG-PLAN-ID.
183629     MOVE WS-RS-RATG-SEQ-NUM (WS-RS-ROW-SUB)
183629                                       TO  RURTG-RATG-SEQ-NUM.
183629     MOVE WS-RS-RATG-TYP-CD (WS-RS-ROW-SUB)
183629                                       TO  RURTG-RATG-TYP-CD.
183629     MOVE WS-RS-TBL-RATG-CD (WS-RS-ROW-SUB)
183629                                       TO  RURTG-TBL-RATG-CD.
183629     MOVE WS-RS-XTRA-PCT (WS-RS-ROW-SUB)
183629                                       TO  RURTG-XTRA-PCT.
183629     MOVE WS-RS-FLAT-XTRA-AMT (WS-RS-ROW-SUB)
183629                                       TO  RURTG-FLAT-XTRA-AMT.
183629     MOVE WS-RS-FLAT-XTRA-DUR-YR (WS-RS-ROW-SUB)
183629                                       TO  RURTG-FLAT-XTRA-DUR-YR.
183629     MOVE WS-RS-EXCL-RIDR-TXT (WS-RS-ROW-SUB)
183629                                       TO  RURTG-EXCL-RIDR-TXT.
318274     MOVE WS-RS-OFR-FACE-AMT (WS-RS-ROW-SUB)
318274                                       TO  RURTG-OFR-FACE-AMT.

183629     SET  WURTG-IO-OK                  TO  TRUE.


183629 3900-NEXT-ROWSET-ROW-X.
183629     EXIT.


      ************************
      * APPLICATION ARCHIVE SWEEP.
      *
           EXEC SQL
183629          DECLARE TCUR_URTG CURSOR
183629            WITH ROWSET POSITIONING FOR
                SELECT
                    APP_ID,
                    STCKR_ID,
                    XTRA_PCT,
                    FLAT_XTRA_AMT,
                    FLAT_XTRA_DUR_YR,
318274              EXCL_RIDR_TXT,
318274              OFR_FACE_AMT
                FROM TURTG
                ORDER BY APP_ID, STCKR_ID, PLAN_ID, RATG_SEQ_NUM
           END-EXEC.

183629     MOVE ZERO                         TO  WS-RS-ROW-SUB
183629                                           WS-RS-ROW-CNT.
183629     SET  WS-RS-MORE-ROWSETS           TO  TRUE.

           EXEC SQL
                OPEN TCUR_URTG
           END-EXEC.
       6000-EXEC-FETCH-NEXT-TABLE.
      ****************************

183629     SET  WS-RS-FETCH-OK               TO  TRUE.

183629     IF  WS-RS-ROW-SUB NOT < WS-RS-ROW-CNT
183629     AND NOT WS-RS-LAST-ROWSET
183629         EXEC SQL
183629           FETCH NEXT ROWSET FROM TCUR_URTG
183629           FOR :WS-RS-MAX-ROWS ROWS
183629           INTO
183629             :WS-RS-APP-ID,
183629             :WS-RS-STCKR-ID,
183629             :WS-RS-PLAN-ID,
183629             :WS-RS-RATG-SEQ-NUM,
183629             :WS-RS-RATG-TYP-CD,
183629             :WS-RS-TBL-RATG-CD,
183629             :WS-RS-XTRA-PCT,
183629             :WS-RS-FLAT-XTRA-AMT,
183629             :WS-RS-FLAT-XTRA-DUR-YR,
318274             :WS-RS-EXCL-RIDR-TXT,
318274             :WS-RS-OFR-FACE-AMT
183629         END-EXEC
183629         PERFORM  3800-LOAD-ROWSET
183629             THRU 3800-LOAD-ROWSET-X
183629     END-IF.

183629     IF  WS-RS-FETCH-ERROR
183629         SET  WURTG-IO-ERROR           TO  TRUE
183629     ELSE
183629         PERFORM  3900-NEXT-ROWSET-ROW
183629             THRU 3900-NEXT-ROWSET-ROW-X
183629     END-IF.


       6000-EXEC-FETCH-NEXT-TABLE-X.
                    XTRA_PCT,
                    FLAT_XTRA_AMT,
                    FLAT_XTRA_DUR_YR,
318274              EXCL_RIDR_TXT,
318274              OFR_FACE_AMT
                INTO
                    :RURTG-RATG-TYP-CD,
                    :RURTG-TBL-RATG-CD,
                    :RURTG-XTRA-PCT,
                    :RURTG-FLAT-XTRA-AMT,
                    :RURTG-FLAT-XTRA-DUR-YR,
318274              :RURTG-EXCL-RIDR-TXT,
318274              :RURTG-OFR-FACE-AMT
                FROM TURTG
                WHERE
                    APP_ID       = :WURTG-APP-ID       AND
       8400-EXEC-DELETE-KEY-RANGE-X.
           EXIT.


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

527318     SET  WS-LK-RETRY-REQUEST          TO  TRUE.


527318 9800-LOCK-CONFLICT-X.
527318     EXIT.

      *****************************************************************
      **                 END OF PROGRAM ASIBURTG                     **
      *****************************************************************
