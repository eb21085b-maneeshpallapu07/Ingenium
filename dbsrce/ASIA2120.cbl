      **  RELEASE   DESCRIPTION                                      **
      **                                                             **
      **  612J      CREATED FOR 2120 TABLE PROCESSING                **
527318**  15OCT26   DEADLOCK AND TIMEOUT RECOGNIZED - A TIMEOUT IS    **
527318**            RE-DRIVEN WITH A BACK-OFF AND A DEADLOCK ROLLBACK **
527318**            RETURNED AS ROLLED-BACK WHEN THE CALLER SETS A    **
527318**            LOCK RETRY LIMIT                                  **
      *****************************************************************
      /
      **********************
       01  WS-WORKING-STORAGE.
           05  WS-WA-ADDRESS                    POINTER   VALUE NULL.
           05  WS-TL-ADDRESS                    POINTER   VALUE NULL.
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


527318     IF   W2120-IO-ERROR
527318     AND (SQLCODE = -911 OR SQLCODE = -913)
527318          PERFORM  9800-LOCK-CONFLICT
527318              THRU 9800-LOCK-CONFLICT-X
527318          IF   WS-LK-RETRY-REQUEST
527318               GO TO 0000-MAINLINE
527318          END-IF
527318     END-IF.

527318     MOVE WS-LK-RETRY-CNT              TO  W2120-LOCK-RETRY-CNT.
527318     MOVE ZERO                         TO  WS-LK-RETRY-CNT.


           SET  W2120-OPTM-SQL-OK            TO  TRUE.
           MOVE SPACES                       TO  W2120-OPTM-SQL-REQIR.
           MOVE SPACES                       TO  W2120-OPTM-SQL-EXEC.
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

527318     IF   W2120-LOCK-RETRY-MAX NOT NUMERIC
527318     OR   W2120-LOCK-RETRY-MAX = ZERO
527318          GO TO 9800-LOCK-CONFLICT-X
527318     END-IF.

527318*
527318* ONLY THE CALLER CAN RE-DRIVE ITS WORK FROM THE LAST
527318* COMMIT POINT AFTER A ROLLBACK.
527318*
527318     IF   SQLCODE = -911
527318          SET  W2120-IO-ROLLED-BACK    TO  TRUE
527318          GO TO 9800-LOCK-CONFLICT-X
527318     END-IF.

527318     IF   WS-LK-RETRY-CNT NOT < W2120-LOCK-RETRY-MAX
527318          GO TO 9800-LOCK-CONFLICT-X
527318     END-IF.

527318*
527318* TIMEOUT - WAIT AND RE-DRIVE THE REQUEST.  THE WAIT STARTS
527318* AT THE CALLER'S LOCK-WAIT-SECS (1 SECOND WHEN NOT SET) AND
527318* DOUBLES ON EACH RETRY UP TO WS-LK-MAX-WAIT-SECS.
527318*
527318     ADD  +1                           TO  WS-LK-RETRY-CNT.

527318     IF   W2120-LOCK-WAIT-SECS NUMERIC
527318     AND  W2120-LOCK-WAIT-SECS > ZERO
527318          MOVE W2120-LOCK-WAIT-SECS    TO  WS-LK-WAIT-SECS
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
      **                 END OF PROGRAM ASIA2120                     **
      *****************************************************************
