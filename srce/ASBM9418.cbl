874156**                  DELETE-MODE PARM BYTE - THE TABLES THE     **
874156**                  ASIG* PURGES DO NOT COVER NO LONGER GROW   **
874156**                  WITHOUT BOUND                              **
527318**  15OCT26  DEV    COMMIT AFTER EACH DELETED APP AND RETRY    **
527318**                  UPLOAD TABLE LOCK CONFLICTS - TIMEOUTS     **
527318**                  IN THE I/O PROGRAMS, DEADLOCKS BY          **
527318**                  RESTARTING FROM THE LAST COMMITTED APP -   **
527318**                  UNDER NEW RETRY LIMIT AND WAIT PARM FIELDS **
527318**                  WITH EACH RETRY LOGGED TO THE TELEMETRY    **
527318**                  EXCEPTION EXTRACT                          **
      *****************************************************************

      **********************
       FILE-CONTROL.

       COPY ACSSARCV.
527318 COPY ACSSTLRX.

      ***************
       DATA DIVISION.

       COPY ACSRARCV.

527318 COPY ACSDTLRX.

527318 COPY ACSRTLRX.

       WORKING-STORAGE SECTION.

       COPY XCWWPGWS REPLACING '$VAR1' BY 'ASBM9418'.
874156*    CLOSED CLEAN.  DEFAULT IS ARCHIVE-ONLY.
874156     05  WS-DELETE-MODE-SW            PIC X(01)  VALUE 'N'.
874156         88  WS-DELETE-MODE                 VALUE 'D'.
527318*    WHERE THE DELETE PASS STARTS (AGAIN) - APP 1, THEN AFTER A
527318*    DEADLOCK ROLLBACK THE FIRST APP NOT YET COMMITTED.
527318     05  WS-DEL-RESUME-SUB            PIC S9(04) COMP VALUE +1.

       01  WS-WORKING-STORAGE.
           05  WS-RETENTION-DAYS            PIC 9(05)  VALUE 730.
       COPY ACSWRUFN.
       COPY ACSWRUBN.
       COPY ACSWARCV.
527318 COPY ACSWTLRX.
527318/
527318 COPY ACWWLKRT.
527318
527318 COPY XCWL0035.
      /
      *****************************************************************
      * INPUT PARAMETER INFORMATION                                   *
           05  LK-PARM-DATA.
               10  LK-RETENTION-DAYS       PIC 9(05).
874156         10  LK-DELETE-MODE          PIC X(01).
527318         10  LK-LOCK-RETRY-MAX       PIC 9(02).
527318         10  LK-LOCK-WAIT-SECS       PIC 9(02).
527318         10  FILLER                  PIC X(21).
      /
       PROCEDURE DIVISION USING LK-PARM-AREA.

874156          MOVE LK-DELETE-MODE     TO WS-DELETE-MODE-SW
874156     END-IF.

527318     IF   LK-PARM-LEN                  > 7
527318     AND  LK-LOCK-RETRY-MAX NUMERIC
527318          MOVE LK-LOCK-RETRY-MAX  TO WLKRT-RETRY-MAX
527318     END-IF.

527318     IF   LK-PARM-LEN                  > 9
527318     AND  LK-LOCK-WAIT-SECS NUMERIC
527318     AND  LK-LOCK-WAIT-SECS            > ZERO
527318          MOVE LK-LOCK-WAIT-SECS  TO WLKRT-WAIT-SECS
527318     END-IF.

           ACCEPT  WS-RUN-DT-CCYYMMDD  FROM DATE YYYYMMDD.

           PERFORM  ARCV-4000-OPEN-OUTPUT
874156* ARCHIVE FILE - DELETE ITS ROWS FROM EVERY UPLOAD TABLE,
874156* CHILDREN FIRST, THE UPOL DRIVER ROW LAST.
      *
527318* EACH APP IS COMMITTED ONCE ALL ITS ROWS ARE GONE.  A LOCK
527318* TIMEOUT IS RETRIED INSIDE THE I/O PROGRAM; A DEADLOCK ROLLS
527318* THE CURRENT APP BACK TO THE PREVIOUS APP'S COMMIT AND THE
527318* PASS RESTARTS FROM THE CURRENT APP, UP TO THE PARM LIMIT.
527318* THE REPORT PURGE IS COMMITTED FIRST SO A RESTART NEVER
527318* HAS TO REDO IT.
      *
527318     PERFORM  TLRX-6000-OPEN-EXTEND
527318         THRU TLRX-6000-OPEN-EXTEND-X.

527318     MOVE WLKRT-RETRY-MAX        TO WUCLI-LOCK-RETRY-MAX.
527318     MOVE WLKRT-RETRY-MAX        TO WUCVG-LOCK-RETRY-MAX.
527318     MOVE WLKRT-RETRY-MAX        TO WUCNV-LOCK-RETRY-MAX.
527318     MOVE WLKRT-RETRY-MAX        TO WUFND-LOCK-RETRY-MAX.
527318     MOVE WLKRT-RETRY-MAX        TO WUBEN-LOCK-RETRY-MAX.
527318     MOVE WLKRT-RETRY-MAX        TO WUAPE-LOCK-RETRY-MAX.
527318     MOVE WLKRT-RETRY-MAX        TO WURTG-LOCK-RETRY-MAX.
527318     MOVE WLKRT-WAIT-SECS        TO WUCLI-LOCK-WAIT-SECS.
527318     MOVE WLKRT-WAIT-SECS        TO WUCVG-LOCK-WAIT-SECS.
527318     MOVE WLKRT-WAIT-SECS        TO WUCNV-LOCK-WAIT-SECS.
527318     MOVE WLKRT-WAIT-SECS        TO WUFND-LOCK-WAIT-SECS.
527318     MOVE WLKRT-WAIT-SECS        TO WUBEN-LOCK-WAIT-SECS.
527318     MOVE WLKRT-WAIT-SECS        TO WUAPE-LOCK-WAIT-SECS.
527318     MOVE WLKRT-WAIT-SECS        TO WURTG-LOCK-WAIT-SECS.

527318     PERFORM  0035-1000-COMMIT
527318         THRU 0035-1000-COMMIT-X.

527318     SET  WLKRT-RESTART          TO TRUE.

527318     PERFORM  3550-DELETE-FROM-RESUME
527318         THRU 3550-DELETE-FROM-RESUME-X
527318         UNTIL WLKRT-NO-RESTART.

527318     PERFORM  TLRX-5000-CLOSE
527318         THRU TLRX-5000-CLOSE-X.

874156 3500-DELETE-ARCHIVED-SET-X.
874156     EXIT.
527318/
527318*-------------------------
527318 3550-DELETE-FROM-RESUME.
527318*-------------------------

527318     SET  WLKRT-NO-RESTART       TO TRUE.

527318     PERFORM  3600-DELETE-ONE-APP
527318         THRU 3600-DELETE-ONE-APP-X
527318         VARYING WS-AGED-SUB FROM WS-DEL-RESUME-SUB BY 1
527318         UNTIL WS-AGED-SUB > WS-AGED-CNT
527318         OR    WLKRT-RESTART.

527318 3550-DELETE-FROM-RESUME-X.
527318     EXIT.
874156/
874156*---------------------
874156 3600-DELETE-ONE-APP.
874156                                 TO WUCLI-APP-ID.
874156     PERFORM  ARCD-1000-DELETE-UCLI
874156         THRU ARCD-1000-DELETE-UCLI-X.
527318     MOVE 'UCLI'                 TO WLKRT-TBL-ID.
527318     MOVE WUCLI-LOCK-RETRY-CNT   TO WLKRT-RETRY-CNT.
527318     PERFORM  LKRT-1000-REPORT-RETRIES
527318         THRU LKRT-1000-REPORT-RETRIES-X.
527318     IF   WUCLI-IO-ROLLED-BACK
527318          GO TO 3600-LOCK-RESTART
527318     END-IF.
874156     IF   WUCLI-IO-ERROR
874156          GO TO 3600-DELETE-ERROR
874156     END-IF.
874156                                 TO WUCVG-APP-ID.
874156     PERFORM  ARCD-1100-DELETE-UCVG
874156         THRU ARCD-1100-DELETE-UCVG-X.
527318     MOVE 'UCVG'                 TO WLKRT-TBL-ID.
527318     MOVE WUCVG-LOCK-RETRY-CNT   TO WLKRT-RETRY-CNT.
527318     PERFORM  LKRT-1000-REPORT-RETRIES
527318         THRU LKRT-1000-REPORT-RETRIES-X.
527318     IF   WUCVG-IO-ROLLED-BACK
527318          GO TO 3600-LOCK-RESTART
527318     END-IF.
874156     IF   WUCVG-IO-ERROR
874156          GO TO 3600-DELETE-ERROR
874156     END-IF.
874156                                 TO WUCNV-APP-ID.
874156     PERFORM  ARCD-1200-DELETE-UCNV
874156         THRU ARCD-1200-DELETE-UCNV-X.
527318     MOVE 'UCNV'                 TO WLKRT-TBL-ID.
527318     MOVE WUCNV-LOCK-RETRY-CNT   TO WLKRT-RETRY-CNT.
527318     PERFORM  LKRT-1000-REPORT-RETRIES
527318         THRU LKRT-1000-REPORT-RETRIES-X.
527318     IF   WUCNV-IO-ROLLED-BACK
527318          GO TO 3600-LOCK-RESTART
527318     END-IF.
874156     IF   WUCNV-IO-ERROR
874156          GO TO 3600-DELETE-ERROR
874156     END-IF.
874156                                 TO WUFND-APP-ID.
874156     PERFORM  ARCD-1300-DELETE-UFND
874156         THRU ARCD-1300-DELETE-UFND-X.
527318     MOVE 'UFND'                 TO WLKRT-TBL-ID.
527318     MOVE WUFND-LOCK-RETRY-CNT   TO WLKRT-RETRY-CNT.
527318     PERFORM  LKRT-1000-REPORT-RETRIES
527318         THRU LKRT-1000-REPORT-RETRIES-X.
527318     IF   WUFND-IO-ROLLED-BACK
527318          GO TO 3600-LOCK-RESTART
527318     END-IF.
874156     IF   WUFND-IO-ERROR
874156          GO TO 3600-DELETE-ERROR
874156     END-IF.
874156                                 TO WUBEN-APP-ID.
874156     PERFORM  ARCD-1400-DELETE-UBEN
874156         THRU ARCD-1400-DELETE-UBEN-X.
527318     MOVE 'UBEN'                 TO WLKRT-TBL-ID.
527318     MOVE WUBEN-LOCK-RETRY-CNT   TO WLKRT-RETRY-CNT.
527318     PERFORM  LKRT-1000-REPORT-RETRIES
527318         THRU LKRT-1000-REPORT-RETRIES-X.
527318     IF   WUBEN-IO-ROLLED-BACK
527318          GO TO 3600-LOCK-RESTART
527318     END-IF.
874156     IF   WUBEN-IO-ERROR
874156          GO TO 3600-DELETE-ERROR
874156     END-IF.
874156                                 TO WUAPE-APP-ID.
874156     PERFORM  RUAE-5000-DELETE-APP
874156         THRU RUAE-5000-DELETE-APP-X.
527318     MOVE 'UAPE'                 TO WLKRT-TBL-ID.
527318     MOVE WUAPE-LOCK-RETRY-CNT   TO WLKRT-RETRY-CNT.
527318     PERFORM  LKRT-1000-REPORT-RETRIES
527318         THRU LKRT-1000-REPORT-RETRIES-X.
527318     IF   WUAPE-IO-ROLLED-BACK
527318          GO TO 3600-LOCK-RESTART
527318     END-IF.
874156     IF   WUAPE-IO-ERROR
874156          GO TO 3600-DELETE-ERROR
874156     END-IF.
874156                                 TO WURTG-ENDBR-APP-ID.
874156     PERFORM  URTG-7000-DELETE-APP
874156         THRU URTG-7000-DELETE-APP-X.
527318     MOVE 'URTG'                 TO WLKRT-TBL-ID.
527318     MOVE WURTG-LOCK-RETRY-CNT   TO WLKRT-RETRY-CNT.
527318     PERFORM  LKRT-1000-REPORT-RETRIES
527318         THRU LKRT-1000-REPORT-RETRIES-X.
527318     IF   WURTG-IO-ROLLED-BACK
527318          GO TO 3600-LOCK-RESTART
527318     END-IF.
874156     IF   WURTG-IO-ERROR
874156          GO TO 3600-DELETE-ERROR
874156     END-IF.
874156          GO TO 3600-DELETE-ERROR
874156     END-IF.

527318     PERFORM  0035-1000-COMMIT
527318         THRU 0035-1000-COMMIT-X.

874156     ADD  1                      TO WS-DEL-APP-CNT.

874156     GO TO 3600-DELETE-ONE-APP-X.

527318 3600-LOCK-RESTART.
      *
527318* DEADLOCK - DB2 HAS ROLLED THIS APP'S DELETES BACK TO THE
527318* PREVIOUS APP'S COMMIT.  RESTART THE PASS FROM THIS APP
527318* UNLESS THE RESTART LIMIT IS USED UP.
      *
527318     MOVE WS-AGED-SUB            TO WS-DEL-RESUME-SUB.

527318     PERFORM  LKRT-2000-RESTART
527318         THRU LKRT-2000-RESTART-X.

527318     IF   WLKRT-RESTART
527318          GO TO 3600-DELETE-ONE-APP-X
527318     END-IF.

527318     PERFORM  TLRX-5000-CLOSE
527318         THRU TLRX-5000-CLOSE-X.

527318*MSG: LOCK CONFLICT RETRIES EXHAUSTED FOR APP @1 - PROGRAM ABENDED
527318     MOVE 'AS94180013'           TO WGLOB-MSG-REF-INFO.
527318     MOVE WS-AGED-APP-ID (WS-AGED-SUB)
527318                                 TO WGLOB-MSG-PARM (1).
527318     PERFORM  0260-1000-GENERATE-MESSAGE
527318         THRU 0260-1000-GENERATE-MESSAGE-X.
527318     PERFORM  0030-5000-LOGIC-ERROR
527318         THRU 0030-5000-LOGIC-ERROR-X.

527318     GO TO 3600-DELETE-ONE-APP-X.

874156 3600-DELETE-ERROR.
      *
527318* A FAILED DELETE ABENDS THE SWEEP SO DB2 ROLLS THE CURRENT
527318* APP'S UNCOMMITTED DELETES BACK - EVERY ROW IS STILL SAFELY
527318* ON THE ARCHIVE FILE AND THE RERUN SIMPLY DELETES AGAIN.
      *
527318     PERFORM  TLRX-5000-CLOSE
527318         THRU TLRX-5000-CLOSE-X.

874156*MSG: UPLOAD ROW DELETE FAILED FOR APP @1 - PROGRAM ABENDED
874156     MOVE 'AS94180012'           TO WGLOB-MSG-REF-INFO.
874156     MOVE WS-AGED-APP-ID (WS-AGED-SUB)

874156 COPY ACPNARCD.
874156 COPY ACPNUPOL.
527318
527318 COPY ACPPLKRT.
      /
       COPY ACPIARCV.
527318 COPY ACPITLRX.
      /
      *****************************************************************
      * ERROR HANDLING ROUTINES                                       *

       COPY XCPL0030.

527318 COPY XCPL0035.

       COPY XCPL0260.

      *****************************************************************
