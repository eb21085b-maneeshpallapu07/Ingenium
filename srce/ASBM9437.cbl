874156**                  DATE (PARM-OVERRIDABLE, DEFAULT RUN DATE)  **
874156**                  SO FIRST-YEAR COMMISSION IS FED ONCE PER   **
874156**                  POLICY INSTEAD OF ON EVERY NIGHTLY RUN     **
604519**  15OCT26  DEV    AGENTS REASSIGNED OFF A TERMINATED AGENT   **
604519**                  (AGRH HISTORY) REPLACE THE UPLOAD AGENTS;  **
604519**                  DETAILS CARRY THE SERVICING AGENT AND A    **
604519**                  SERVICING CHANGE ON AN EARLIER-ISSUED      **
604519**                  POLICY IS FED AS AN 'S' RECORD             **
      *****************************************************************

      **********************
       FILE-CONTROL.

       COPY ACSSCMSX.
604519 COPY ACSSAGRH.

      ***************
       DATA DIVISION.

       COPY ACSRCMSX.

604519 COPY ACSDAGRH.

604519 COPY ACSRAGRH.

       WORKING-STORAGE SECTION.

       COPY XCWWPGWS REPLACING '$VAR1' BY 'ASBM9437'.
           05  WS-RUPOL-REC-READ            PIC 9(07)  VALUE ZEROS.
           05  WS-UCVG-REC-READ             PIC 9(07)  VALUE ZEROS.
           05  WS-CMSX-REC-WRITTEN          PIC 9(07)  VALUE ZEROS.
604519     05  WS-AGRH-REC-READ             PIC 9(07)  VALUE ZEROS.
604519     05  WS-SERV-CHG-WRITTEN          PIC 9(07)  VALUE ZEROS.
           05  WS-PREM-HASH-AMT             PIC 9(15)V9(02) COMP-3
                                                       VALUE ZERO.
           05  WS-PIC-COUNTER               PIC Z(06)9.
           05  WS-CMSN-PREM-AMT             PIC S9(13)V9(02) COMP-3.
           05  WS-CO-SHARE-AMT              PIC S9(13)V9(02) COMP-3.
           05  WS-WRT-SHARE-AMT             PIC S9(13)V9(02) COMP-3.
604519*    AGENTS NOW ON THE CASE AFTER ANY REASSIGNMENT OFF A
604519*    TERMINATED AGENT - THE SERVICING AGENT IS THE WRITER
604519*    UNLESS REASSIGNED APART.
604519     05  WS-CUR-WRT-AGT               PIC X(06).
604519     05  WS-CUR-CO-AGT                PIC X(06).
604519     05  WS-CUR-SERV-AGT              PIC X(06).

      *****************************************************************
      * IN-STORAGE SET OF ISSUED APPLICATIONS WITH THEIR AGENTS.      *
                   15  WS-ISS-POL-ID        PIC X(10).
                   15  WS-ISS-REP-NUM       PIC X(06).
                   15  WS-ISS-CO-REP-NUM    PIC X(06).
604519             15  WS-ISS-SERV-AGT-ID   PIC X(06).
           05  WS-ISS-OVRFLW-SW             PIC X(01)  VALUE 'N'.
               88  WS-ISS-OVERFLOW          VALUE 'Y'.
      /
       COPY ACSWRUPL.
       COPY ACSWUCVG.
       COPY ACSWCMSX.
604519 COPY ACSWAGRH.
      /
      *****************************************************************
      * INPUT PARAMETER INFORMATION                                   *

           PERFORM  RUPL-1000-READ
               THRU RUPL-1000-READ-X.
604519     PERFORM  AGRH-1000-READ
604519         THRU AGRH-1000-READ-X.

           PERFORM  1000-COLLECT-ISSUED
               THRU 1000-COLLECT-ISSUED-X
           PERFORM  CMSX-4000-OPEN-OUTPUT
               THRU CMSX-4000-OPEN-OUTPUT-X.

604519     PERFORM  AGRH-3000-OPEN-INPUT
604519         THRU AGRH-3000-OPEN-INPUT-X.

       0100-OPEN-FILES-X.
           EXIT.
      /

           ADD  1                      TO WS-RUPOL-REC-READ.

604519* THE REASSIGNMENT HISTORY IS MERGED BY APP ID FOR EVERY
604519* UPLOAD ROW; ITS ROWS ARE IN DATE ORDER SO THE LAST ROW FOR
604519* A ROLE IS THE AGENT NOW ON IT.
604519     MOVE RUPOL-SALES-REP-NUM    TO WS-CUR-WRT-AGT.
604519     MOVE RUPOL-CO-SALES-REP-NUM TO WS-CUR-CO-AGT.
604519     MOVE SPACES                 TO WS-CUR-SERV-AGT.

604519     PERFORM  1100-AGRH-READ-AHEAD
604519         THRU 1100-AGRH-READ-AHEAD-X
604519         UNTIL WAGRH-SEQ-IO-EOF
604519         OR    RAGRH-APP-ID NOT LESS THAN RUPOL-APP-ID.

604519     PERFORM  1200-AGRH-CONSUME-GROUP
604519         THRU 1200-AGRH-CONSUME-GROUP-X
604519         UNTIL WAGRH-SEQ-IO-EOF
604519         OR    RAGRH-APP-ID NOT = RUPOL-APP-ID.

604519     IF   WS-CUR-SERV-AGT        = SPACES
604519          MOVE WS-CUR-WRT-AGT    TO WS-CUR-SERV-AGT
604519     END-IF.

           IF   RUPOL-POL-ASGN
           AND  RUPOL-POL-ID           > SPACES
874156     AND  RUPOL-POL-CNV-DT       = WS-EXTR-CNV-DT
                     ADD  1            TO WS-ISS-CNT
                     MOVE RUPOL-APP-ID TO WS-ISS-APP-ID (WS-ISS-CNT)
                     MOVE RUPOL-POL-ID TO WS-ISS-POL-ID (WS-ISS-CNT)
604519               MOVE WS-CUR-WRT-AGT
                                       TO WS-ISS-REP-NUM (WS-ISS-CNT)
604519               MOVE WS-CUR-CO-AGT
                                       TO WS-ISS-CO-REP-NUM
                                              (WS-ISS-CNT)
604519               MOVE WS-CUR-SERV-AGT
604519                                 TO WS-ISS-SERV-AGT-ID
604519                                        (WS-ISS-CNT)
                ELSE
                     SET  WS-ISS-OVERFLOW   TO TRUE
                END-IF

       1000-COLLECT-ISSUED-X.
           EXIT.
604519/
604519*---------------------
604519 1100-AGRH-READ-AHEAD.
604519*---------------------

604519     PERFORM  AGRH-1000-READ
604519         THRU AGRH-1000-READ-X.

604519 1100-AGRH-READ-AHEAD-X.
604519     EXIT.
604519/
604519*------------------------
604519 1200-AGRH-CONSUME-GROUP.
604519*------------------------

604519     ADD  1                      TO WS-AGRH-REC-READ.

604519     EVALUATE TRUE
604519         WHEN RAGRH-ROLE-WRITING
604519              MOVE RAGRH-NEW-AGT-NUM
604519                                 TO WS-CUR-WRT-AGT
604519         WHEN RAGRH-ROLE-CO-WRITING
604519              MOVE RAGRH-NEW-AGT-NUM
604519                                 TO WS-CUR-CO-AGT
604519         WHEN RAGRH-ROLE-SERVICING
604519              MOVE RAGRH-NEW-AGT-NUM
604519                                 TO WS-CUR-SERV-AGT
604519     END-EVALUATE.

604519* A SERVICING AGENT MOVED TODAY ON A POLICY ISSUED ON AN EARLIER
604519* NIGHT - ITS COMMISSION HAS ALREADY BEEN FED, SO THE SHOP IS
604519* TOLD OF THE NEW SERVICING AGENT.
604519     IF   RAGRH-ROLE-SERVICING
604519     AND  RAGRH-REASGN-DT        = WS-EXTR-CNV-DT
604519     AND  RUPOL-POL-ASGN
604519     AND  RUPOL-POL-ID           > SPACES
604519     AND  RUPOL-POL-CNV-DT       < WS-EXTR-CNV-DT
604519          MOVE SPACES            TO RCMSX-SEQ-REC-INFO
604519          SET  RCMSX-REC-TYP-SERV-CHG
604519                                 TO TRUE
604519          MOVE RUPOL-POL-ID      TO RCMSX-SC-POL-ID
604519          MOVE RUPOL-APP-ID      TO RCMSX-SC-APP-ID
604519          MOVE RAGRH-OLD-AGT-NUM TO RCMSX-SC-OLD-AGT-ID
604519          MOVE RAGRH-NEW-AGT-NUM TO RCMSX-SC-NEW-AGT-ID
604519          MOVE RAGRH-REASGN-DT   TO RCMSX-SC-EFF-DT
604519          PERFORM  CMSX-1000-WRITE
604519              THRU CMSX-1000-WRITE-X
604519          ADD  1                 TO WS-CMSX-REC-WRITTEN
604519                                    WS-SERV-CHG-WRITTEN
604519          MOVE SPACES            TO RCMSX-SEQ-REC-INFO
604519          MOVE ZERO              TO RCMSX-SHR-PCT
604519                                    RCMSX-CMSN-PREM-AMT
604519     END-IF.

604519     PERFORM  AGRH-1000-READ
604519         THRU AGRH-1000-READ-X.

604519 1200-AGRH-CONSUME-GROUP-X.
604519     EXIT.
      /
      *---------------------------
       2000-FEED-EACH-COVERAGE.
                                       TO RCMSX-POL-ID.
           MOVE RUCVG-APP-ID           TO RCMSX-APP-ID.
           MOVE RUCVG-PLAN-ID          TO RCMSX-PLAN-ID.
604519     MOVE WS-ISS-SERV-AGT-ID (WS-ISS-USE-SUB)
604519                                 TO RCMSX-SERV-AGT-ID.

           ADD  RCMSX-CMSN-PREM-AMT    TO WS-PREM-HASH-AMT.

           PERFORM  0260-1000-GENERATE-MESSAGE
               THRU 0260-1000-GENERATE-MESSAGE-X.

604519*MSG: AGENT REASSIGNMENTS READ @1 SERVICING CHANGES FED @2
604519     MOVE 'AS94370004'           TO WGLOB-MSG-REF-INFO.
604519     MOVE WS-AGRH-REC-READ       TO WS-PIC-COUNTER.
604519     MOVE WS-PIC-COUNTER         TO WGLOB-MSG-PARM (1).
604519     MOVE WS-SERV-CHG-WRITTEN    TO WS-PIC-COUNTER.
604519     MOVE WS-PIC-COUNTER         TO WGLOB-MSG-PARM (2).
604519     PERFORM  0260-1000-GENERATE-MESSAGE
604519         THRU 0260-1000-GENERATE-MESSAGE-X.

      *MSG: ISSUED APP SET FULL - RUN AGAIN WITH A SPLIT RANGE
           IF   WS-ISS-OVERFLOW
                MOVE 'AS94370003'      TO WGLOB-MSG-REF-INFO
           PERFORM  CMSX-5000-CLOSE
               THRU CMSX-5000-CLOSE-X.

604519     PERFORM  AGRH-5000-CLOSE
604519         THRU AGRH-5000-CLOSE-X.

       9999-CLOSE-FILES-X.
           EXIT.
      /
       COPY ACPLUCVG.

       COPY ACPICMSX.

604519 COPY ACPIAGRH.
      /
      *****************************************************************
      * ERROR HANDLING ROUTINES                                       *
