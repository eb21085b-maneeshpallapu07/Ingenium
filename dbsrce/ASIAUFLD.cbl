      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
      **  30OCT98  56     CREATED FOR UFLD TABLE PROCESSING          **
622314**  15OCT26  DEV    APEX_RLSE_ID KEY COLUMN ADDED TO INSERT    **
527318**  15OCT26  DEV    DEADLOCK AND TIMEOUT RECOGNIZED - A TIMEOUT **
527318**                  IS RE-DRIVEN WITH A BACK-OFF AND A DEADLOCK **
527318**                  ROLLBACK RETURNED AS ROLLED-BACK WHEN THE   **
527318**                  CALLER SETS A LOCK RETRY LIMIT              **
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
 
 
527318     IF   WUFLD-IO-ERROR
527318     AND (SQLCODE = -911 OR SQLCODE = -913)
527318          PERFORM  9800-LOCK-CONFLICT
527318              THRU 9800-LOCK-CONFLICT-X
527318          IF   WS-LK-RETRY-REQUEST
527318               GO TO 0000-MAINLINE
527318          END-IF
527318     END-IF.
 
527318     MOVE WS-LK-RETRY-CNT              TO  WUFLD-LOCK-RETRY-CNT.
527318     MOVE ZERO                         TO  WS-LK-RETRY-CNT.
 
 
           SET  WUFLD-OPTM-SQL-OK            TO  TRUE.
           MOVE SPACES                       TO  WUFLD-OPTM-SQL-REQIR.
           MOVE SPACES                       TO  WUFLD-OPTM-SQL-EXEC.
                (CO_ID,
                 UPLD_FLD_STRUCT_NM,
                 UPLD_FLD_APEX_NM,
622314           APEX_RLSE_ID,
                 PREV_UPDT_USER_ID,
                 PREV_UPDT_DT,
                 UPLD_FLD_TYP_CD,
               (:RUFLD-CO-ID,
                :RUFLD-UPLD-FLD-STRUCT-NM,
                :RUFLD-UPLD-FLD-APEX-NM,
622314          :RUFLD-APEX-RLSE-ID,
                :RUFLD-PREV-UPDT-USER-ID,
                :RUFLD-PREV-UPDT-DT       :ZUFLD-PREV-UPDT-DT-NI,
                :RUFLD-UPLD-FLD-TYP-CD,
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
 
527318     IF   WUFLD-LOCK-RETRY-MAX NOT NUMERIC
527318     OR   WUFLD-LOCK-RETRY-MAX = ZERO
527318          GO TO 9800-LOCK-CONFLICT-X
527318     END-IF.
 
527318*
527318* ONLY THE CALLER CAN RE-DRIVE ITS WORK FROM THE LAST
527318* COMMIT POINT AFTER A ROLLBACK.
527318*
527318     IF   SQLCODE = -911
527318          SET  WUFLD-IO-ROLLED-BACK    TO  TRUE
527318          GO TO 9800-LOCK-CONFLICT-X
527318     END-IF.
 
527318     IF   WS-LK-RETRY-CNT NOT < WUFLD-LOCK-RETRY-MAX
527318          GO TO 9800-LOCK-CONFLICT-X
527318     END-IF.
 
527318*
527318* TIMEOUT - WAIT AND RE-DRIVE THE REQUEST.  THE WAIT STARTS
527318* AT THE CALLER'S LOCK-WAIT-SECS (1 SECOND WHEN NOT SET) AND
527318* DOUBLES ON EACH RETRY UP TO WS-LK-MAX-WAIT-SECS.
527318*
527318     ADD  +1                           TO  WS-LK-RETRY-CNT.
 
527318     IF   WUFLD-LOCK-WAIT-SECS NUMERIC
527318     AND  WUFLD-LOCK-WAIT-SECS > ZERO
527318          MOVE WUFLD-LOCK-WAIT-SECS    TO  WS-LK-WAIT-SECS
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
 
 
       COPY ACPZUFLD.
 
      *****************************************************************
