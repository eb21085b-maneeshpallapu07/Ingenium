      *****************************************************************
      **  MEMBER :  ACPPLKRT                                         **
      **  REMARKS:  UPLOAD TABLE LOCK CONFLICT RETRY ROUTINES FOR    **
      **            BATCH STEPS.  THE CALLER COPIES WLKRT-RETRY-MAX  **
      **            AND WLKRT-WAIT-SECS INTO THE LOCK-RETRY-MAX AND  **
      **            LOCK-WAIT-SECS OF EACH UPLOAD TABLE I/O WORK     **
      **            AREA, WHICH TELLS THE I/O PROGRAM TO RE-DRIVE A  **
      **            LOCK TIMEOUT ITSELF AND TO RETURN A DEADLOCK     **
      **            ROLLBACK AS IO-ROLLED-BACK.                      **
      **                                                             **
      **            LKRT-1000-REPORT-RETRIES - AFTER EVERY REQUEST,  **
      **            WITH WLKRT-TBL-ID AND THE WORK AREA'S            **
      **            LOCK-RETRY-CNT IN WLKRT-RETRY-CNT - WRITES ONE   **
      **            TELEMETRY ROW PER TIMEOUT RETRY THE I/O PROGRAM  **
      **            MADE.                                            **
      **            LKRT-2000-RESTART - ON IO-ROLLED-BACK - COUNTS   **
      **            THE RESTART AND WRITES ITS TELEMETRY ROW.  WHILE **
      **            RESTARTS REMAIN IT WAITS (DOUBLING EACH TIME)    **
      **            AND SETS WLKRT-RESTART SO THE CALLER RE-DRIVES   **
      **            ITS WORK FROM THE LAST COMMIT POINT.  WHEN THEY  **
      **            ARE USED UP IT SETS WLKRT-EXHAUSTED AND THE      **
      **            CALLER FAILS THE STEP.                           **
      **                                                             **
      **            TELEMETRY ROWS ARE TYPE L ROWS ON THE TLRX BATCH **
      **            TELEMETRY EXCEPTION EXTRACT, WHICH THE CALLER    **
      **            OPENS (TLRX-6000-OPEN-EXTEND) AND CLOSES.        **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
527318**  15OCT26  DEV    CREATED FOR DEADLOCK AND TIMEOUT RETRY     **
      *****************************************************************

      *--------------------------
       LKRT-1000-REPORT-RETRIES.
      *--------------------------

           IF   WLKRT-RETRY-CNT NOT NUMERIC
           OR   WLKRT-RETRY-CNT        = ZERO
                GO TO LKRT-1000-REPORT-RETRIES-X
           END-IF.

           PERFORM  LKRT-1100-WRITE-RETRY
               THRU LKRT-1100-WRITE-RETRY-X
               VARYING WLKRT-RETRY-SUB FROM 1 BY 1
               UNTIL   WLKRT-RETRY-SUB > WLKRT-RETRY-CNT.

       LKRT-1000-REPORT-RETRIES-X.
           EXIT.

      *-----------------------
       LKRT-1100-WRITE-RETRY.
      *-----------------------

           PERFORM  LKRT-9000-INIT-TLRX
               THRU LKRT-9000-INIT-TLRX-X.

           PERFORM  LKRT-8000-COMPUTE-DELAY
               THRU LKRT-8000-COMPUTE-DELAY-X.

           MOVE -913                   TO RTLRX-LOCK-SQLCODE.
           MOVE WLKRT-RETRY-SUB        TO RTLRX-LOCK-RETRY-NUM.
           SET  RTLRX-LOCK-RETRIED     TO TRUE.
           MOVE WLKRT-DELAY-SECS       TO RTLRX-LOCK-WAIT-SECS.

           PERFORM  TLRX-2000-WRITE
               THRU TLRX-2000-WRITE-X.

       LKRT-1100-WRITE-RETRY-X.
           EXIT.

      *-------------------
       LKRT-2000-RESTART.
      *-------------------

           SET  WLKRT-NO-RESTART       TO TRUE.
           ADD  1                      TO WLKRT-RESTART-CNT.
           MOVE WLKRT-RESTART-CNT      TO WLKRT-RETRY-SUB.

           PERFORM  LKRT-9000-INIT-TLRX
               THRU LKRT-9000-INIT-TLRX-X.

           MOVE -911                   TO RTLRX-LOCK-SQLCODE.
           MOVE WLKRT-RESTART-CNT      TO RTLRX-LOCK-RETRY-NUM.

           IF   WLKRT-RESTART-CNT      > WLKRT-RETRY-MAX
                SET  RTLRX-LOCK-EXHAUSTED
                                       TO TRUE
                MOVE ZERO              TO RTLRX-LOCK-WAIT-SECS
                PERFORM  TLRX-2000-WRITE
                    THRU TLRX-2000-WRITE-X
                SET  WLKRT-EXHAUSTED   TO TRUE
                GO TO LKRT-2000-RESTART-X
           END-IF.

           PERFORM  LKRT-8000-COMPUTE-DELAY
               THRU LKRT-8000-COMPUTE-DELAY-X.

           SET  RTLRX-LOCK-RESTARTED   TO TRUE.
           MOVE WLKRT-DELAY-SECS       TO RTLRX-LOCK-WAIT-SECS.

           PERFORM  TLRX-2000-WRITE
               THRU TLRX-2000-WRITE-X.

           CALL 'CEE3DLY'  USING WLKRT-DELAY-SECS
                                 WLKRT-DELAY-FC.

           SET  WLKRT-RESTART          TO TRUE.

       LKRT-2000-RESTART-X.
           EXIT.

      *-------------------------
       LKRT-8000-COMPUTE-DELAY.
      *-------------------------

      * THE SAME BACK-OFF THE I/O PROGRAMS USE - WAIT-SECS (1 WHEN
      * NOT SET) ON THE FIRST RETRY, DOUBLED ON EACH ONE AFTER, UP
      * TO WLKRT-MAX-DELAY-SECS.

           IF   WLKRT-WAIT-SECS NUMERIC
           AND  WLKRT-WAIT-SECS        > ZERO
                MOVE WLKRT-WAIT-SECS   TO WLKRT-DELAY-SECS
           ELSE
                MOVE +1                TO WLKRT-DELAY-SECS
           END-IF.

           COMPUTE WLKRT-DELAY-SECS = WLKRT-DELAY-SECS
                                    * (2 ** (WLKRT-RETRY-SUB - 1))
               ON SIZE ERROR
                  MOVE WLKRT-MAX-DELAY-SECS
                                       TO WLKRT-DELAY-SECS
           END-COMPUTE.

           IF   WLKRT-DELAY-SECS       > WLKRT-MAX-DELAY-SECS
                MOVE WLKRT-MAX-DELAY-SECS
                                       TO WLKRT-DELAY-SECS
           END-IF.

       LKRT-8000-COMPUTE-DELAY-X.
           EXIT.

      *---------------------
       LKRT-9000-INIT-TLRX.
      *---------------------

           MOVE SPACES                 TO RTLRX-SEQ-REC-INFO.
           SET  RTLRX-XCPT-LOCK-RETRY  TO TRUE.
           MOVE WPGWS-CRNT-PGM-ID      TO RTLRX-PGM-ID.

           ACCEPT WLKRT-DATE           FROM DATE YYYYMMDD.
           MOVE WLKRT-DATE-CCYY        TO WLKRT-ISO-CCYY.
           MOVE WLKRT-DATE-MM          TO WLKRT-ISO-MM.
           MOVE WLKRT-DATE-DD          TO WLKRT-ISO-DD.
           MOVE WLKRT-ISO-DATE         TO RTLRX-RUN-DT.

           MOVE ZERO                   TO RTLRX-DUR-SECS
                                          RTLRX-AVG-DUR-SECS
                                          RTLRX-REC-CNT
                                          RTLRX-AVG-REC-CNT.

           MOVE WLKRT-TBL-ID           TO RTLRX-LOCK-TBL-ID.
           MOVE WLKRT-RETRY-MAX        TO RTLRX-LOCK-RETRY-MAX.
           ACCEPT WLKRT-TIME           FROM TIME.
           MOVE WLKRT-TIME             TO RTLRX-LOCK-TIME.

       LKRT-9000-INIT-TLRX-X.
           EXIT.

      *****************************************************************
      **                 END OF COPYBOOK ACPPLKRT                    **
      *****************************************************************
