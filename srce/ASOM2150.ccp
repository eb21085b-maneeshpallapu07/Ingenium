862394**                  MESSAGES ON THE SAME SCREEN, PULLED FROM   **
862394**                  THE REPORT REPOSITORY'S CAPTURED 2120      **
862394**                  LINES FILTERED ON THE APP ID               **
418639**  15OCT26  DEV    SIR STATUS COUNTS REQUIREMENTS WAIVED      **
418639**                  ONLINE (SIRU 'W' RECORDS) AS CLOSED        **
693057**  15OCT26  DEV    CONDITIONAL RECEIPT TEMPORARY COVERAGE     **
693057**                  LINE FROM THE TTCOV REGISTER               **
      *****************************************************************

      **********************
874156 01  WS-SIR-SCAN-AREA.
874156     05  WS-SIR-REQIR-CNT            PIC S9(04) COMP.
874156     05  WS-SIR-RECVD-CNT            PIC S9(04) COMP.
418639     05  WS-SIR-WAIVD-CNT            PIC S9(04) COMP.
      *
874156 COPY XCWTFCMD.
874156 COPY ACSWSIRA.
      *
862394 COPY ACFRRPTR.
      *
693057 COPY ACFWTCOV.
      *
693057 COPY ACFRTCOV.
      *
      *****************
       LINKAGE SECTION.
      *****************
874156     PERFORM  3400-SHOW-SIR-STATUS
874156         THRU 3400-SHOW-SIR-STATUS-X.

693057     PERFORM  3500-SHOW-TEMP-COVERAGE
693057         THRU 3500-SHOW-TEMP-COVERAGE-X.

       3000-INQUIRE-X.
           EXIT.
      *
      *
874156     MOVE ZERO                  TO WS-SIR-REQIR-CNT.
874156     MOVE ZERO                  TO WS-SIR-RECVD-CNT.
418639     MOVE ZERO                  TO WS-SIR-WAIVD-CNT.

874156* NO APPLICATION ID - NOTHING TO SCAN FOR (SAME GUARD THE
874156* IMPORT-MESSAGES PANEL APPLIES).
874156          MOVE 'N'              TO MIR-SIR-STAT-CD
874156          MOVE ZERO             TO MIR-SIR-REQIR-CNT
874156          MOVE ZERO             TO MIR-SIR-RECVD-CNT
418639          MOVE ZERO             TO MIR-SIR-WAIVD-CNT
874156          GO TO 3400-SHOW-SIR-STATUS-X
874156     END-IF.


874156     MOVE WS-SIR-REQIR-CNT      TO MIR-SIR-REQIR-CNT.
874156     MOVE WS-SIR-RECVD-CNT      TO MIR-SIR-RECVD-CNT.
418639     MOVE WS-SIR-WAIVD-CNT      TO MIR-SIR-WAIVD-CNT.

874156     EVALUATE TRUE
874156         WHEN WS-SIR-REQIR-CNT  = ZERO
874156              MOVE 'N'          TO MIR-SIR-STAT-CD
418639*        WHEN WS-SIR-RECVD-CNT  NOT < WS-SIR-REQIR-CNT
418639         WHEN WS-SIR-RECVD-CNT + WS-SIR-WAIVD-CNT
418639                                NOT < WS-SIR-REQIR-CNT
874156              MOVE 'C'          TO MIR-SIR-STAT-CD
874156         WHEN OTHER
874156              MOVE 'O'          TO MIR-SIR-STAT-CD
874156          ADD  1                TO WS-SIR-RECVD-CNT
874156     END-IF.

418639     IF   RSIRU-APP-ID          = MIR-WQUE-APP-ID
418639     AND  RSIRU-REC-TYP-WAIVED
418639          ADD  1                TO WS-SIR-WAIVD-CNT
418639     END-IF.

874156     PERFORM  SIRU-1000-READ
874156         THRU SIRU-1000-READ-X.

874156 3420-ONE-SIRU-ROW-X.
874156     EXIT.
      *
693057*-------------------------
693057 3500-SHOW-TEMP-COVERAGE.
693057*-------------------------
      *
693057* WHETHER A CWA RECEIPT'S CONDITIONAL TEMPORARY COVERAGE IS IN
693057* FORCE, FOR HOW MUCH AND UNTIL WHEN - FROM THE REGISTER KEPT BY
693057* ASBM9537.  NO REGISTER ROW MEANS NO TEMPORARY COVERAGE.
      *
693057     MOVE 'N'                   TO MIR-TCOV-STAT-CD.
693057     MOVE SPACES                TO MIR-TCOV-RECPT-NUM
693057                                   MIR-TCOV-OPEN-DT
693057                                   MIR-TCOV-XPRY-DT
693057                                   MIR-TCOV-CLOSE-DT.
693057     MOVE ZERO                  TO MIR-TCOV-APPL-FACE-AMT
693057                                   MIR-TCOV-COV-AMT.

693057     IF   MIR-WQUE-APP-ID       = SPACES
693057          GO TO 3500-SHOW-TEMP-COVERAGE-X
693057     END-IF.

693057     MOVE WGLOB-COMPANY-CODE    TO WTCOV-CO-ID.
693057     MOVE MIR-WQUE-APP-ID       TO WTCOV-APP-ID.

693057     PERFORM  TCOV-1000-READ
693057         THRU TCOV-1000-READ-X.

693057     IF   NOT WTCOV-IO-OK
693057          GO TO 3500-SHOW-TEMP-COVERAGE-X
693057     END-IF.

693057     MOVE RTCOV-STAT-CD         TO MIR-TCOV-STAT-CD.
693057     MOVE RTCOV-RECPT-NUM       TO MIR-TCOV-RECPT-NUM.
693057     MOVE RTCOV-OPEN-DT         TO MIR-TCOV-OPEN-DT.
693057     MOVE RTCOV-XPRY-DT         TO MIR-TCOV-XPRY-DT.
693057     MOVE RTCOV-CLOSE-DT        TO MIR-TCOV-CLOSE-DT.
693057     MOVE RTCOV-APPL-FACE-AMT   TO MIR-TCOV-APPL-FACE-AMT.
693057     MOVE RTCOV-COV-AMT         TO MIR-TCOV-COV-AMT.

693057 3500-SHOW-TEMP-COVERAGE-X.
693057     EXIT.
      *
      *------------------
       4000-CLAIM-HOLD.
      *------------------
       COPY ACPBWQUE.
      *
862394 COPY ACPBRPTR.
      *
693057 COPY ACPBTCOV.

874156 COPY ACPESIRA.
874156 COPY ACPOSIRA.
