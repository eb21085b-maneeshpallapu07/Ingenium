      *************************
       IDENTIFICATION DIVISION.
      *************************

       PROGRAM-ID. ASBM9500.

       COPY XCWWCRHT.

      *****************************************************************
      **  MEMBER :  ASBM9500                                         **
      **  REMARKS:  UNMAPPED APEX FIELD DISCOVERY REGISTER.  WHEN    **
      **            THE IMPORT MEETS AN UPLOAD STRUCTURE/FIELD NAME  **
      **            WITH NO UFLD DEFINITION IT MESSAGES THE          **
      **            APPLICATION AND WRITES A SIGHTING TO THE UFDX    **
      **            EXTRACT.  THIS JOB FOLDS THE DAY'S SIGHTINGS     **
      **            INTO THE UNMAPPED FIELD REGISTER (FIRST AND      **
      **            LAST SEEN DATES, OCCURRENCE COUNT, CHANNEL AND   **
      **            ONE SAMPLE APP ID PER NAME), MARKS A NAME        **
      **            RESOLVED ONCE IT HAS BEEN DEFINED ON UFLD, AND   **
      **            ON THE WEEKLY RUN WRITES THE REPORT EXTRACT OF   **
      **            NAMES FIRST SEEN INSIDE THE REPORTING WINDOW     **
      **            AND OLDER NAMES STILL UNRESOLVED, SO THE FIELD   **
      **            IS DEFINED BEFORE THE POINT-OF-SALE RELEASE      **
      **            REACHES EVERY TABLET.                            **
      **                                                             **
      **  DOMAIN :  UW                                               **
      **  CLASS  :  PD                                               **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
611203**  15OCT26  DEV    NEW PROGRAM                                **
622314**  15OCT26  DEV    UFLD IS KEYED BY APEX RELEASE - A NAME IS  **
622314**                  RESOLVED BY A ROW FOR ANY RELEASE          **
      *****************************************************************

      **********************
       ENVIRONMENT DIVISION.
      **********************

       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY ACSSUFDX.

       COPY ACSSUFRI.

       COPY ACSSUFRO.

       COPY ACSSUFWX.

      ***************
       DATA DIVISION.
      ***************

       FILE SECTION.

       COPY ACSDUFDX.

       COPY ACSRUFDX.

       COPY ACSDUFRI.

       COPY ACSRUFRI.

       COPY ACSDUFRO.

       COPY ACSRUFRO.

       COPY ACSDUFWX.

       COPY ACSRUFWX.

       WORKING-STORAGE SECTION.

       COPY XCWWPGWS REPLACING '$VAR1' BY 'ASBM9500'.

       COPY SQLCA.

       01  WS-COUNTERS.
           05  WS-UFDX-REC-READ             PIC 9(07)  VALUE ZEROS.
           05  WS-UFRI-REC-READ             PIC 9(07)  VALUE ZEROS.
           05  WS-UFRO-REC-WRITTEN          PIC 9(07)  VALUE ZEROS.
           05  WS-NEW-NAME-CNT              PIC 9(07)  VALUE ZEROS.
           05  WS-RESOLVED-CNT              PIC 9(07)  VALUE ZEROS.
           05  WS-OPEN-NAME-CNT             PIC 9(07)  VALUE ZEROS.
           05  WS-UFWX-REC-WRITTEN          PIC 9(07)  VALUE ZEROS.

      * IN-STORAGE SET OF THE DAY'S SIGHTINGS - ONE ENTRY PER
      * COMPANY/STRUCTURE/FIELD NAME, FOLDED FROM THE UFDX EXTRACT.

       01  WS-SGHT-WORK-AREA.
           05  WS-SGHT-MAX                  PIC S9(04) COMP VALUE +2000.
           05  WS-SGHT-CNT                  PIC S9(04) COMP VALUE ZERO.
           05  WS-SGHT-SUB                  PIC S9(04) COMP.
           05  WS-SGHT-USE-SUB              PIC S9(04) COMP.
           05  WS-SGHT-TBL.
               10  WS-SGHT-ENTRY            OCCURS 2000 TIMES.
                   15  WS-SGHT-KEY.
                       20  WS-SGHT-CO-ID    PIC X(02).
                       20  WS-SGHT-STRUCT-NM
                                            PIC X(20).
                       20  WS-SGHT-APEX-NM  PIC X(20).
                   15  WS-SGHT-FRST-DT      PIC X(10).
                   15  WS-SGHT-LAST-DT      PIC X(10).
                   15  WS-SGHT-OCCUR-CNT    PIC 9(09).
                   15  WS-SGHT-CHNL-CD      PIC X(01).
                   15  WS-SGHT-APP-ID       PIC X(15).
                   15  WS-SGHT-MATCH-SW     PIC X(01).
                       88  WS-SGHT-MATCHED          VALUE 'Y'.
           05  WS-SGHT-OVRFLW-SW            PIC X(01)  VALUE 'N'.
               88  WS-SGHT-OVERFLOW               VALUE 'Y'.

       01  WS-WORKING-STORAGE.
           05  WS-UFDX-KEY.
               10  WS-UFDX-CO-ID            PIC X(02).
               10  WS-UFDX-STRUCT-NM        PIC X(20).
               10  WS-UFDX-APEX-NM          PIC X(20).
           05  WS-UFLD-MAPPED-SW            PIC X(01).
               88  WS-UFLD-MAPPED                 VALUE 'Y'.
           05  WS-RPT-WINDOW-DAYS           PIC 9(03)  VALUE 007.
           05  WS-WKLY-RPT-SW               PIC X(01)  VALUE 'N'.
               88  WS-WKLY-RPT-RUN                VALUE 'Y'.
           05  WS-DAYS-OPEN                 PIC S9(05).
           05  WS-RUN-DT-CCYYMMDD           PIC 9(08)  VALUE ZEROS.
           05  WS-RUN-DT-R                  REDEFINES
                                            WS-RUN-DT-CCYYMMDD.
               10  WS-RUN-DT-CC             PIC X(04).
               10  WS-RUN-DT-MM             PIC X(02).
               10  WS-RUN-DT-DD             PIC X(02).
           05  WS-RUN-DT-ISO.
               10  WS-RUN-ISO-CC            PIC X(04).
               10  FILLER                   PIC X(01)  VALUE '-'.
               10  WS-RUN-ISO-MM            PIC X(02).
               10  FILLER                   PIC X(01)  VALUE '-'.
               10  WS-RUN-ISO-DD            PIC X(02).
           05  WS-FRST-DT-CCYYMMDD-GRP.
               10  WS-FRST-DT-CCYY          PIC X(04).
               10  WS-FRST-DT-MM            PIC X(02).
               10  WS-FRST-DT-DD            PIC X(02).
           05  WS-FRST-DT-CCYYMMDD          REDEFINES
               WS-FRST-DT-CCYYMMDD-GRP      PIC 9(08).
      /
       COPY XCWTFCMD.
      /
       COPY ACSWUFDX.
       COPY ACSWUFRI.
       COPY ACSWUFRO.
       COPY ACSWUFWX.
      /
       COPY ACFWUFLD.
       COPY ACFRUFLD.
      /
      *****************************************************************
      * INPUT PARAMETER INFORMATION                                   *
      *****************************************************************

       01  WGLOB-GLOBAL-AREA.
       COPY XCWWGLOB.
      /
       LINKAGE SECTION.
      *****************

       01  LK-PARM-AREA.
           05  LK-PARM-LEN                 PIC S9(04) COMP.
           05  LK-PARM-DATA.
               10  LK-COMPANY-CODE         PIC X(02).
               10  LK-WKLY-RPT-IND         PIC X(01).
               10  LK-RPT-WINDOW-DAYS      PIC 9(03).
               10  FILLER                  PIC X(24).
      /
       PROCEDURE DIVISION USING LK-PARM-AREA.

      *--------------
       0000-MAINLINE.
      *--------------

           PERFORM  0100-OPEN-FILES
               THRU 0100-OPEN-FILES-X.

           PERFORM  0200-INITIALIZE
               THRU 0200-INITIALIZE-X.

           PERFORM  UFDX-1000-READ
               THRU UFDX-1000-READ-X.

           PERFORM  1000-FOLD-SIGHTING
               THRU 1000-FOLD-SIGHTING-X
               UNTIL WUFDX-SEQ-IO-EOF
               OR    WS-SGHT-OVERFLOW.

      *
      * ON A SIGHTING TABLE OVERFLOW THE PRIOR REGISTER IS NOT
      * CARRIED FORWARD - THE RUN ENDS ON THE ABORT MESSAGE AND THE
      * NEXT RUN FOLDS THE SAME EXTRACT INTO THE SAME GENERATION.
      *
           IF   NOT WS-SGHT-OVERFLOW
                PERFORM  UFRI-1000-READ
                    THRU UFRI-1000-READ-X

                PERFORM  2000-CARRY-REGISTER-ROW
                    THRU 2000-CARRY-REGISTER-ROW-X
                    UNTIL WUFRI-SEQ-IO-EOF

                PERFORM  3000-ADD-NEW-NAME
                    THRU 3000-ADD-NEW-NAME-X
                    VARYING WS-SGHT-SUB FROM 1 BY 1
                    UNTIL WS-SGHT-SUB > WS-SGHT-CNT
           END-IF.

           PERFORM  5000-PRINT-GRAND-TOTALS
               THRU 5000-PRINT-GRAND-TOTALS-X.

           PERFORM  9999-CLOSE-FILES
               THRU 9999-CLOSE-FILES-X.

           IF   WS-SGHT-OVERFLOW
                MOVE 8                 TO RETURN-CODE
           END-IF.

           STOP RUN.

       0000-MAINLINE-X.
           EXIT.
      /
      *----------------
       0100-OPEN-FILES.
      *----------------

           PERFORM  UFDX-3000-OPEN-INPUT
               THRU UFDX-3000-OPEN-INPUT-X.

           PERFORM  UFRI-3000-OPEN-INPUT
               THRU UFRI-3000-OPEN-INPUT-X.

           PERFORM  UFRO-4000-OPEN-OUTPUT
               THRU UFRO-4000-OPEN-OUTPUT-X.

           PERFORM  UFWX-4000-OPEN-OUTPUT
               THRU UFWX-4000-OPEN-OUTPUT-X.

       0100-OPEN-FILES-X.
           EXIT.
      /
      *----------------
       0200-INITIALIZE.
      *----------------

           ACCEPT  WS-RUN-DT-CCYYMMDD  FROM DATE YYYYMMDD.

           MOVE WS-RUN-DT-CC           TO WS-RUN-ISO-CC.
           MOVE WS-RUN-DT-MM           TO WS-RUN-ISO-MM.
           MOVE WS-RUN-DT-DD           TO WS-RUN-ISO-DD.

           IF   LK-PARM-LEN                  > ZERO
           AND  LK-COMPANY-CODE              > SPACES
                MOVE LK-COMPANY-CODE    TO WGLOB-COMPANY-CODE
           END-IF.

      * THE DAILY RUN ONLY MAINTAINS THE REGISTER - THE WEEKLY STEP
      * PASSES 'Y' TO WRITE THE REPORT EXTRACT, OPTIONALLY WITH ITS
      * OWN REPORTING WINDOW (DEFAULT SEVEN DAYS).
           IF   LK-PARM-LEN                  > 2
           AND  LK-WKLY-RPT-IND              = 'Y'
                SET  WS-WKLY-RPT-RUN    TO TRUE
           END-IF.

           IF   LK-PARM-LEN                  > 3
           AND  LK-RPT-WINDOW-DAYS           NUMERIC
           AND  LK-RPT-WINDOW-DAYS           > ZERO
                MOVE LK-RPT-WINDOW-DAYS TO WS-RPT-WINDOW-DAYS
           END-IF.

       0200-INITIALIZE-X.
           EXIT.
      /
      *-------------------
       1000-FOLD-SIGHTING.
      *-------------------

           ADD  1                      TO WS-UFDX-REC-READ.

           MOVE RUFDX-CO-ID            TO WS-UFDX-CO-ID.
           MOVE RUFDX-UPLD-FLD-STRUCT-NM
                                       TO WS-UFDX-STRUCT-NM.
           MOVE RUFDX-UPLD-FLD-APEX-NM TO WS-UFDX-APEX-NM.

           MOVE ZERO                   TO WS-SGHT-USE-SUB.

           PERFORM  1100-FIND-SIGHTING
               THRU 1100-FIND-SIGHTING-X
               VARYING WS-SGHT-SUB FROM 1 BY 1
               UNTIL WS-SGHT-SUB > WS-SGHT-CNT
               OR    WS-SGHT-USE-SUB > ZERO.

           IF   WS-SGHT-USE-SUB        > ZERO
                ADD  1                 TO WS-SGHT-OCCUR-CNT
                                              (WS-SGHT-USE-SUB)
                IF   RUFDX-SEEN-DT     > WS-SGHT-LAST-DT
                                              (WS-SGHT-USE-SUB)
                     MOVE RUFDX-SEEN-DT
                                       TO WS-SGHT-LAST-DT
                                              (WS-SGHT-USE-SUB)
                END-IF
                IF   RUFDX-SEEN-DT     < WS-SGHT-FRST-DT
                                              (WS-SGHT-USE-SUB)
                     MOVE RUFDX-SEEN-DT
                                       TO WS-SGHT-FRST-DT
                                              (WS-SGHT-USE-SUB)
                END-IF
                GO TO 1000-FOLD-SIGHTING-R
           END-IF.

           IF   WS-SGHT-CNT            < WS-SGHT-MAX
                ADD  1                 TO WS-SGHT-CNT
                MOVE WS-UFDX-KEY       TO WS-SGHT-KEY (WS-SGHT-CNT)
                MOVE RUFDX-SEEN-DT     TO WS-SGHT-FRST-DT
                                              (WS-SGHT-CNT)
                                          WS-SGHT-LAST-DT
                                              (WS-SGHT-CNT)
                MOVE 1                 TO WS-SGHT-OCCUR-CNT
                                              (WS-SGHT-CNT)
                MOVE RUFDX-APP-CHNL-CD TO WS-SGHT-CHNL-CD
                                              (WS-SGHT-CNT)
                MOVE RUFDX-APP-ID      TO WS-SGHT-APP-ID
                                              (WS-SGHT-CNT)
                MOVE 'N'               TO WS-SGHT-MATCH-SW
                                              (WS-SGHT-CNT)
           ELSE
                SET  WS-SGHT-OVERFLOW  TO TRUE
      *MSG: UNMAPPED FIELD SIGHTING TABLE FULL - RUN INCOMPLETE - RC 8
                MOVE 'AS95000005'      TO WGLOB-MSG-REF-INFO
                PERFORM  0260-1000-GENERATE-MESSAGE
                    THRU 0260-1000-GENERATE-MESSAGE-X
           END-IF.

       1000-FOLD-SIGHTING-R.

           PERFORM  UFDX-1000-READ
               THRU UFDX-1000-READ-X.

       1000-FOLD-SIGHTING-X.
           EXIT.
      /
      *-------------------
       1100-FIND-SIGHTING.
      *-------------------

           IF   WS-SGHT-KEY (WS-SGHT-SUB) = WS-UFDX-KEY
                MOVE WS-SGHT-SUB       TO WS-SGHT-USE-SUB
           END-IF.

       1100-FIND-SIGHTING-X.
           EXIT.
      /
      *------------------------
       2000-CARRY-REGISTER-ROW.
      *------------------------

           ADD  1                      TO WS-UFRI-REC-READ.

           MOVE RUFRI-SEQ-REC-INFO     TO RUFRO-SEQ-REC-INFO.

           MOVE RUFRI-KEY              TO WS-UFDX-KEY.
           MOVE ZERO                   TO WS-SGHT-USE-SUB.

           PERFORM  1100-FIND-SIGHTING
               THRU 1100-FIND-SIGHTING-X
               VARYING WS-SGHT-SUB FROM 1 BY 1
               UNTIL WS-SGHT-SUB > WS-SGHT-CNT
               OR    WS-SGHT-USE-SUB > ZERO.

      *
      * SEEN AGAIN TODAY - ROLL THE LAST-SEEN DATE AND THE COUNT.
      * A NAME RESOLVED EARLIER THAT ARRIVES UNMAPPED AGAIN (ITS
      * UFLD ROW WAS DELETED) IS REOPENED.
      *
           IF   WS-SGHT-USE-SUB        > ZERO
                SET  WS-SGHT-MATCHED (WS-SGHT-USE-SUB) TO TRUE
                ADD  WS-SGHT-OCCUR-CNT (WS-SGHT-USE-SUB)
                                       TO RUFRO-OCCUR-CNT
                IF   WS-SGHT-LAST-DT (WS-SGHT-USE-SUB)
                                       > RUFRO-LAST-SEEN-DT
                     MOVE WS-SGHT-LAST-DT (WS-SGHT-USE-SUB)
                                       TO RUFRO-LAST-SEEN-DT
                END-IF
                IF   RUFRO-STAT-RESOLVED
                     SET  RUFRO-STAT-OPEN   TO TRUE
                     MOVE SPACES       TO RUFRO-RSLV-DT
                END-IF
           END-IF.

           IF   RUFRO-STAT-OPEN
                PERFORM  2100-CHECK-UFLD-MAPPED
                    THRU 2100-CHECK-UFLD-MAPPED-X
                IF   WS-UFLD-MAPPED
                     SET  RUFRO-STAT-RESOLVED TO TRUE
                     MOVE WS-RUN-DT-ISO     TO RUFRO-RSLV-DT
                     ADD  1                 TO WS-RESOLVED-CNT
                END-IF
           END-IF.

           PERFORM  2500-WRITE-REGISTER-ROW
               THRU 2500-WRITE-REGISTER-ROW-X.

           PERFORM  UFRI-1000-READ
               THRU UFRI-1000-READ-X.

       2000-CARRY-REGISTER-ROW-X.
           EXIT.
      /
      *-----------------------
       2100-CHECK-UFLD-MAPPED.
      *-----------------------

      *
      * A NAME IS RESOLVED ONCE ANY UFLD ROW EXISTS FOR ITS
622314* COMPANY, STRUCTURE AND APEX FIELD NAME, UNDER THE BASE
622314* DEFINITION OR ANY APEX RELEASE.
      *
           MOVE 'N'                    TO WS-UFLD-MAPPED-SW.

           MOVE RUFRO-CO-ID            TO WUFLD-CO-ID
                                          WUFLD-ENDBR-CO-ID.
           MOVE RUFRO-UPLD-FLD-STRUCT-NM
                                       TO WUFLD-UPLD-FLD-STRUCT-NM
                                       WUFLD-ENDBR-UPLD-FLD-STRUCT-NM.
           MOVE RUFRO-UPLD-FLD-APEX-NM TO WUFLD-UPLD-FLD-APEX-NM
                                          WUFLD-ENDBR-UPLD-FLD-APEX-NM.
622314     MOVE LOW-VALUES             TO WUFLD-APEX-RLSE-ID.
622314     MOVE HIGH-VALUES            TO WUFLD-ENDBR-APEX-RLSE-ID.

           SET  WUFLD-ENVRMNT-BATCH    TO TRUE.
           SET  WUFLD-RQST-BROWSE      TO TRUE.

           CALL 'ASIBUFLD' USING SQLCA
                                 WUFLD-IO-WORK-AREA
                                 RUFLD-REC-INFO.

           IF   NOT WUFLD-IO-OK
                GO TO 2100-CHECK-UFLD-MAPPED-X
           END-IF.

           SET  WUFLD-RQST-FETCH-NEXT  TO TRUE.

           CALL 'ASIBUFLD' USING SQLCA
                                 WUFLD-IO-WORK-AREA
                                 RUFLD-REC-INFO.

           IF   WUFLD-IO-OK
                SET  WS-UFLD-MAPPED    TO TRUE
           END-IF.

           SET  WUFLD-RQST-CLOSE-BROWSE-CUR TO TRUE.

           CALL 'ASIBUFLD' USING SQLCA
                                 WUFLD-IO-WORK-AREA
                                 RUFLD-REC-INFO.

       2100-CHECK-UFLD-MAPPED-X.
           EXIT.
      /
      *------------------------
       2500-WRITE-REGISTER-ROW.
      *------------------------

           PERFORM  UFRO-2000-WRITE
               THRU UFRO-2000-WRITE-X.

           ADD  1                      TO WS-UFRO-REC-WRITTEN.

           IF   RUFRO-STAT-OPEN
                ADD  1                 TO WS-OPEN-NAME-CNT
           END-IF.

           IF   WS-WKLY-RPT-RUN
                PERFORM  4000-REPORT-REGISTER-ROW
                    THRU 4000-REPORT-REGISTER-ROW-X
           END-IF.

       2500-WRITE-REGISTER-ROW-X.
           EXIT.
      /
      *------------------
       3000-ADD-NEW-NAME.
      *------------------

      *
      * A SIGHTING NOT ALREADY ON THE REGISTER IS A NEW NAME - THE
      * FIRST APPLICATION IT ARRIVED ON BECOMES THE SAMPLE.
      *
           IF   WS-SGHT-MATCHED (WS-SGHT-SUB)
                GO TO 3000-ADD-NEW-NAME-X
           END-IF.

           MOVE SPACES                 TO RUFRO-SEQ-REC-INFO.
           MOVE WS-SGHT-CO-ID (WS-SGHT-SUB)
                                       TO RUFRO-CO-ID.
           MOVE WS-SGHT-STRUCT-NM (WS-SGHT-SUB)
                                       TO RUFRO-UPLD-FLD-STRUCT-NM.
           MOVE WS-SGHT-APEX-NM (WS-SGHT-SUB)
                                       TO RUFRO-UPLD-FLD-APEX-NM.
           MOVE WS-SGHT-FRST-DT (WS-SGHT-SUB)
                                       TO RUFRO-FRST-SEEN-DT.
           MOVE WS-SGHT-LAST-DT (WS-SGHT-SUB)
                                       TO RUFRO-LAST-SEEN-DT.
           MOVE WS-SGHT-OCCUR-CNT (WS-SGHT-SUB)
                                       TO RUFRO-OCCUR-CNT.
           MOVE WS-SGHT-CHNL-CD (WS-SGHT-SUB)
                                       TO RUFRO-APP-CHNL-CD.
           MOVE WS-SGHT-APP-ID (WS-SGHT-SUB)
                                       TO RUFRO-SMPL-APP-ID.
           SET  RUFRO-STAT-OPEN        TO TRUE.

           ADD  1                      TO WS-NEW-NAME-CNT.

      *MSG: NEW UNMAPPED APEX FIELD @1 FOR SED @2 - SAMPLE APP @3
           MOVE 'AS95000004'           TO WGLOB-MSG-REF-INFO.
           MOVE RUFRO-UPLD-FLD-APEX-NM TO WGLOB-MSG-PARM (1).
           MOVE RUFRO-UPLD-FLD-STRUCT-NM
                                       TO WGLOB-MSG-PARM (2).
           MOVE RUFRO-SMPL-APP-ID      TO WGLOB-MSG-PARM (3).
           PERFORM  0260-1000-GENERATE-MESSAGE
               THRU 0260-1000-GENERATE-MESSAGE-X.

           PERFORM  2500-WRITE-REGISTER-ROW
               THRU 2500-WRITE-REGISTER-ROW-X.

       3000-ADD-NEW-NAME-X.
           EXIT.
      /
      *-------------------------
       4000-REPORT-REGISTER-ROW.
      *-------------------------

      *
      * RESOLVED NAMES DROP OFF THE REPORT.  AN OPEN NAME FIRST
      * SEEN INSIDE THE WINDOW IS NEW; ANY OTHER OPEN NAME IS
      * STILL UNRESOLVED.
      *
           IF   NOT RUFRO-STAT-OPEN
                GO TO 4000-REPORT-REGISTER-ROW-X
           END-IF.

           MOVE RUFRO-FRST-SEEN-DT (1:4)
                                       TO WS-FRST-DT-CCYY.
           MOVE RUFRO-FRST-SEEN-DT (6:2)
                                       TO WS-FRST-DT-MM.
           MOVE RUFRO-FRST-SEEN-DT (9:2)
                                       TO WS-FRST-DT-DD.

           COMPUTE WS-DAYS-OPEN =
               FUNCTION INTEGER-OF-DATE (WS-RUN-DT-CCYYMMDD)
             - FUNCTION INTEGER-OF-DATE (WS-FRST-DT-CCYYMMDD).

           MOVE SPACES                 TO RUFWX-SEQ-REC-INFO.

           IF   WS-DAYS-OPEN           < WS-RPT-WINDOW-DAYS
                SET  RUFWX-RPT-TYP-NEW        TO TRUE
           ELSE
                SET  RUFWX-RPT-TYP-UNRESOLVED TO TRUE
           END-IF.

           MOVE WS-DAYS-OPEN           TO RUFWX-DAYS-OPEN.
           MOVE RUFRO-CO-ID            TO RUFWX-CO-ID.
           MOVE RUFRO-UPLD-FLD-STRUCT-NM
                                       TO RUFWX-UPLD-FLD-STRUCT-NM.
           MOVE RUFRO-UPLD-FLD-APEX-NM TO RUFWX-UPLD-FLD-APEX-NM.
           MOVE RUFRO-FRST-SEEN-DT     TO RUFWX-FRST-SEEN-DT.
           MOVE RUFRO-LAST-SEEN-DT     TO RUFWX-LAST-SEEN-DT.
           MOVE RUFRO-OCCUR-CNT        TO RUFWX-OCCUR-CNT.
           MOVE RUFRO-APP-CHNL-CD      TO RUFWX-APP-CHNL-CD.
           MOVE RUFRO-SMPL-APP-ID      TO RUFWX-SMPL-APP-ID.

           PERFORM  UFWX-2000-WRITE
               THRU UFWX-2000-WRITE-X.

           ADD  1                      TO WS-UFWX-REC-WRITTEN.

       4000-REPORT-REGISTER-ROW-X.
           EXIT.
      /
      *------------------------
       5000-PRINT-GRAND-TOTALS.
      *------------------------

           MOVE WS-UFDX-REC-READ           TO WGLOB-MSG-PARM (1).
           MOVE WS-UFRI-REC-READ           TO WGLOB-MSG-PARM (2).
           MOVE 'AS95000001'               TO WGLOB-MSG-REF-INFO.
           PERFORM  0260-1000-GENERATE-MESSAGE
               THRU 0260-1000-GENERATE-MESSAGE-X.

           MOVE WS-UFRO-REC-WRITTEN        TO WGLOB-MSG-PARM (1).
           MOVE WS-NEW-NAME-CNT            TO WGLOB-MSG-PARM (2).
           MOVE WS-RESOLVED-CNT            TO WGLOB-MSG-PARM (3).
           MOVE WS-OPEN-NAME-CNT           TO WGLOB-MSG-PARM (4).
           MOVE 'AS95000002'               TO WGLOB-MSG-REF-INFO.
           PERFORM  0260-1000-GENERATE-MESSAGE
               THRU 0260-1000-GENERATE-MESSAGE-X.

           MOVE WS-UFWX-REC-WRITTEN        TO WGLOB-MSG-PARM (1).
           MOVE 'AS95000003'               TO WGLOB-MSG-REF-INFO.
           PERFORM  0260-1000-GENERATE-MESSAGE
               THRU 0260-1000-GENERATE-MESSAGE-X.

       5000-PRINT-GRAND-TOTALS-X.
           EXIT.
      /
      *-----------------
       9999-CLOSE-FILES.
      *-----------------

           PERFORM  UFDX-5000-CLOSE
               THRU UFDX-5000-CLOSE-X.

           PERFORM  UFRI-5000-CLOSE
               THRU UFRI-5000-CLOSE-X.

           PERFORM  UFRO-5000-CLOSE
               THRU UFRO-5000-CLOSE-X.

           PERFORM  UFWX-5000-CLOSE
               THRU UFWX-5000-CLOSE-X.

       9999-CLOSE-FILES-X.
           EXIT.
      /
      *****************************************************************
      * I/O PROCESSING COPYBOOKS                                      *
      *****************************************************************

       COPY ACPIUFDX.
      /
       COPY ACPIUFRI.
      /
       COPY ACPIUFRO.
      /
       COPY ACPIUFWX.
      /
      *****************************************************************
      * ERROR HANDLING ROUTINES                                       *
      *****************************************************************

       COPY XCPL0030.

       COPY XCPL0260.

      *****************************************************************
      **                 END OF PROGRAM ASBM9500                     **
      *****************************************************************
