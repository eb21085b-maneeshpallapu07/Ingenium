      *************************
       IDENTIFICATION DIVISION.
      *************************

       PROGRAM-ID. ASBM9501.

       COPY XCWWCRHT.

      *****************************************************************
      **  MEMBER :  ASBM9501                                         **
      **  REMARKS:  POST-CHANGE ERROR-SPIKE MONITOR FOR UFLD/UTTB    **
      **            MAINTENANCE.  FOLDS THE DAY'S R2120 IMPORT       **
      **            MESSAGE EXTRACT INTO A DAILY MESSAGE HISTORY     **
      **            (ONE COUNT PER COMPANY, DATE AND SOURCE APEX     **
      **            FIELD), THEN TIES EVERY CHANGE APPROVED FROM     **
      **            PNDC INSIDE THE MONITOR WINDOW TO THE APEX       **
      **            FIELDS IT TOUCHES - THE UFLD ROW'S OWN FIELD, OR **
      **            EVERY UFLD FIELD TRANSLATED THROUGH A CHANGED    **
      **            UTTB TYPE.  THE DAILY MESSAGE RATE SINCE THE     **
      **            APPROVAL IS COMPARED WITH THE RATE OVER THE SAME **
      **            NUMBER OF DAYS BEFORE IT; A RISE PAST THE        **
      **            THRESHOLD WRITES AN ALERT TO THE SPKX EXTRACT    **
      **            NAMING THE CHANGE, REQUESTER AND APPROVER, WITH  **
      **            THE PRIOR ROW IMAGE FOR THE ROLLBACK DECISION.   **
      **                                                             **
      **            JCL PARM:  BYTES 1-2   COMPANY                   **
      **                       BYTES 3-5   WINDOW DAYS (DEFAULT 007) **
      **                       BYTES 6-8   THRESHOLD PERCENT OF THE  **
      **                                   PRIOR RATE (DEFAULT 200)  **
      **                       BYTES 9-13  MINIMUM MESSAGES SINCE    **
      **                                   THE CHANGE (DEFAULT 00010)**
      **                                                             **
      **  DOMAIN :  SY                                               **
      **  CLASS  :  PD                                               **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
703518**  15OCT26  DEV    NEW PROGRAM                                **
      *****************************************************************

      **********************
       ENVIRONMENT DIVISION.
      **********************

       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY ACSS2120.
       COPY ACSSMSHI.
       COPY ACSSMSHO.
       COPY ACSSSPKX.

      ***************
       DATA DIVISION.
      ***************

       FILE SECTION.

       COPY ACSD2120.

       COPY ACSR2120.

       COPY ACSDMSHI.

       COPY ACSRMSHI.

       COPY ACSDMSHO.

       COPY ACSRMSHO.

       COPY ACSDSPKX.

       COPY ACSRSPKX.

       WORKING-STORAGE SECTION.

       COPY XCWWPGWS REPLACING '$VAR1' BY 'ASBM9501'.

       COPY SQLCA.

       01  WS-COUNTERS.
           05  WS-2120-REC-READ             PIC 9(07)  VALUE ZEROS.
           05  WS-MSHI-REC-READ             PIC 9(07)  VALUE ZEROS.
           05  WS-MSHO-REC-WRITTEN          PIC 9(07)  VALUE ZEROS.
           05  WS-PNDC-REC-READ             PIC 9(07)  VALUE ZEROS.
           05  WS-CHG-WATCHED-CNT           PIC 9(07)  VALUE ZEROS.
           05  WS-SPKX-REC-WRITTEN          PIC 9(07)  VALUE ZEROS.
           05  WS-PIC-COUNTER               PIC Z(06)9.

       01  WS-PGM-WORK-AREA.
           05  WS-WINDOW-DAYS               PIC 9(03)  VALUE 007.
           05  WS-THRESHOLD-PCT             PIC 9(03)  VALUE 200.
           05  WS-MIN-MSG-CNT               PIC 9(05)  VALUE 00010.
           05  WS-KEEP-DAYS                 PIC S9(05) COMP-3.
           05  WS-RUN-DT-INT                PIC S9(09) COMP-3.
           05  WS-MSG-DT-INT                PIC S9(09) COMP-3.
           05  WS-DAYS-OLD                  PIC S9(05) COMP-3.
           05  WS-BFOR-RATE                 PIC S9(07)V9(02) COMP-3.
           05  WS-AFTR-RATE                 PIC S9(07)V9(02) COMP-3.
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
           05  WS-ISO-DT                    PIC X(10).
           05  WS-ISO-DT-CCYYMMDD-GRP.
               10  WS-ISO-DT-CCYY           PIC X(04).
               10  WS-ISO-DT-MM             PIC X(02).
               10  WS-ISO-DT-DD             PIC X(02).
           05  WS-ISO-DT-CCYYMMDD           REDEFINES
               WS-ISO-DT-CCYYMMDD-GRP       PIC 9(08).
           05  WS-ISO-DT-INT                PIC S9(09) COMP-3.
           05  WS-CNT-CO-ID                 PIC X(02).
           05  WS-CNT-APEX-NM               PIC X(20).
           05  WS-CNT-MSG-CNT               PIC 9(07).
           05  WS-FLD-DUP-SW                PIC X(01).
               88  WS-FLD-DUP                     VALUE 'Y'.
               88  WS-FLD-NOT-DUP                 VALUE 'N'.

      * APPROVED CHANGES INSIDE THE MONITOR WINDOW, WITH THE RUNNING
      * MESSAGE COUNTS BEFORE AND SINCE THE APPROVAL DATE.

       01  WS-CHG-WORK-AREA.
           05  WS-CHG-MAX                   PIC S9(04) COMP VALUE +200.
           05  WS-CHG-CNT                   PIC S9(04) COMP VALUE ZERO.
           05  WS-CHG-SUB                   PIC S9(04) COMP.
           05  WS-CHG-TBL.
               10  WS-CHG-ENTRY             OCCURS 200 TIMES.
                   15  WS-CHG-CO-ID         PIC X(02).
                   15  WS-CHG-PNDC-ID       PIC X(26).
                   15  WS-CHG-TBL-ID        PIC X(04).
                   15  WS-CHG-ACTN-CD       PIC X(01).
                   15  WS-CHG-TRGT-KEY      PIC X(46).
                   15  WS-CHG-RQST-USER-ID  PIC X(08).
                   15  WS-CHG-APRV-USER-ID  PIC X(08).
                   15  WS-CHG-APRV-DT       PIC X(10).
                   15  WS-CHG-APRV-DT-INT   PIC S9(09) COMP-3.
                   15  WS-CHG-FLD-CNT       PIC 9(03).
                   15  WS-CHG-BFOR-CNT      PIC 9(07).
                   15  WS-CHG-AFTR-CNT      PIC 9(07).
                   15  WS-CHG-PRIOR-IMAGE   PIC X(100).
           05  WS-CHG-OVRFLW-SW             PIC X(01)  VALUE 'N'.
               88  WS-CHG-OVERFLOW                VALUE 'Y'.

      * ONE ENTRY PER APEX FIELD A WATCHED CHANGE TOUCHES.

       01  WS-WFLD-WORK-AREA.
           05  WS-WFLD-MAX                  PIC S9(04) COMP VALUE +1000.
           05  WS-WFLD-CNT                  PIC S9(04) COMP VALUE ZERO.
           05  WS-WFLD-SUB                  PIC S9(04) COMP.
           05  WS-WFLD-TBL.
               10  WS-WFLD-ENTRY            OCCURS 1000 TIMES.
                   15  WS-WFLD-CHG-SUB      PIC S9(04) COMP.
                   15  WS-WFLD-CO-ID        PIC X(02).
                   15  WS-WFLD-APEX-NM      PIC X(20).

      * THE DAY'S IMPORT MESSAGES FOLDED PER COMPANY/APEX FIELD.

       01  WS-TDAY-WORK-AREA.
           05  WS-TDAY-MAX                  PIC S9(04) COMP VALUE +2000.
           05  WS-TDAY-CNT                  PIC S9(04) COMP VALUE ZERO.
           05  WS-TDAY-SUB                  PIC S9(04) COMP.
           05  WS-TDAY-USE-SUB              PIC S9(04) COMP.
           05  WS-TDAY-TBL.
               10  WS-TDAY-ENTRY            OCCURS 2000 TIMES.
                   15  WS-TDAY-CO-ID        PIC X(02).
                   15  WS-TDAY-APEX-NM      PIC X(20).
                   15  WS-TDAY-MSG-CNT      PIC 9(07).
           05  WS-TDAY-OVRFLW-SW            PIC X(01)  VALUE 'N'.
               88  WS-TDAY-OVERFLOW               VALUE 'Y'.
      /
       COPY XCWTFCMD.
      /
       COPY ACSW2120.
       COPY ACSWMSHI.
       COPY ACSWMSHO.
       COPY ACSWSPKX.
      /
       COPY ACFWPNDC.
       COPY ACFRPNDC.
      /
       COPY ACFWUFLD.
       COPY ACFRUFLD.
      /
       COPY ACFRUTTB.
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
               10  LK-WINDOW-DAYS          PIC 9(03).
               10  LK-THRESHOLD-PCT        PIC 9(03).
               10  LK-MIN-MSG-CNT          PIC 9(05).
               10  FILLER                  PIC X(17).
      /
       PROCEDURE DIVISION USING LK-PARM-AREA.

      *--------------
       0000-MAINLINE.
      *--------------

           PERFORM  0100-OPEN-FILES
               THRU 0100-OPEN-FILES-X.

           PERFORM  0200-INITIALIZE
               THRU 0200-INITIALIZE-X.

           PERFORM  1000-LOAD-CHANGES
               THRU 1000-LOAD-CHANGES-X.

           PERFORM  2120-1000-READ
               THRU 2120-1000-READ-X.

           PERFORM  2000-FOLD-MESSAGE
               THRU 2000-FOLD-MESSAGE-X
               UNTIL W2120-SEQ-IO-EOF
               OR    WS-TDAY-OVERFLOW.

      *
      * ON A TABLE OVERFLOW THE PRIOR HISTORY IS NOT CARRIED FORWARD
      * - THE RUN ENDS ON THE ABORT MESSAGE AND THE NEXT RUN FOLDS
      * THE SAME EXTRACT INTO THE SAME GENERATION.
      *
           IF   NOT WS-TDAY-OVERFLOW
           AND  NOT WS-CHG-OVERFLOW
                PERFORM  MSHI-1000-READ
                    THRU MSHI-1000-READ-X

                PERFORM  3000-CARRY-HISTORY-ROW
                    THRU 3000-CARRY-HISTORY-ROW-X
                    UNTIL WMSHI-SEQ-IO-EOF

                PERFORM  4000-WRITE-TODAY-ROW
                    THRU 4000-WRITE-TODAY-ROW-X
                    VARYING WS-TDAY-SUB FROM 1 BY 1
                    UNTIL WS-TDAY-SUB > WS-TDAY-CNT

                PERFORM  5000-CHECK-CHANGE
                    THRU 5000-CHECK-CHANGE-X
                    VARYING WS-CHG-SUB FROM 1 BY 1
                    UNTIL WS-CHG-SUB > WS-CHG-CNT
           END-IF.

           PERFORM  6000-PRINT-GRAND-TOTALS
               THRU 6000-PRINT-GRAND-TOTALS-X.

           PERFORM  9999-CLOSE-FILES
               THRU 9999-CLOSE-FILES-X.

           IF   WS-TDAY-OVERFLOW
           OR   WS-CHG-OVERFLOW
                MOVE 8                 TO RETURN-CODE
           ELSE
                IF   WS-SPKX-REC-WRITTEN > ZERO
                     MOVE 4            TO RETURN-CODE
                END-IF
           END-IF.

           STOP RUN.

       0000-MAINLINE-X.
           EXIT.
      /
      *----------------
       0100-OPEN-FILES.
      *----------------

           PERFORM  2120-3000-OPEN-INPUT
               THRU 2120-3000-OPEN-INPUT-X.

           PERFORM  MSHI-3000-OPEN-INPUT
               THRU MSHI-3000-OPEN-INPUT-X.

           PERFORM  MSHO-4000-OPEN-OUTPUT
               THRU MSHO-4000-OPEN-OUTPUT-X.

           PERFORM  SPKX-4000-OPEN-OUTPUT
               THRU SPKX-4000-OPEN-OUTPUT-X.

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

           COMPUTE WS-RUN-DT-INT =
               FUNCTION INTEGER-OF-DATE (WS-RUN-DT-CCYYMMDD).

           IF   LK-PARM-LEN                  > ZERO
           AND  LK-COMPANY-CODE              > SPACES
                MOVE LK-COMPANY-CODE    TO WGLOB-COMPANY-CODE
           END-IF.

           IF   LK-PARM-LEN                  > 2
           AND  LK-WINDOW-DAYS               NUMERIC
           AND  LK-WINDOW-DAYS               > ZERO
                MOVE LK-WINDOW-DAYS     TO WS-WINDOW-DAYS
           END-IF.

           IF   LK-PARM-LEN                  > 5
           AND  LK-THRESHOLD-PCT             NUMERIC
           AND  LK-THRESHOLD-PCT             > ZERO
                MOVE LK-THRESHOLD-PCT   TO WS-THRESHOLD-PCT
           END-IF.

           IF   LK-PARM-LEN                  > 8
           AND  LK-MIN-MSG-CNT               NUMERIC
                MOVE LK-MIN-MSG-CNT     TO WS-MIN-MSG-CNT
           END-IF.

      * HISTORY IS KEPT LONG ENOUGH TO COVER THE PRIOR-RATE PERIOD OF
      * THE OLDEST CHANGE STILL INSIDE THE WINDOW.
           COMPUTE WS-KEEP-DAYS = WS-WINDOW-DAYS * 2.

       0200-INITIALIZE-X.
           EXIT.
      /
      *------------------
       1000-LOAD-CHANGES.
      *------------------

           MOVE WGLOB-COMPANY-CODE     TO WPNDC-CO-ID.
           MOVE 'A'                    TO WPNDC-BROWSE-STAT-CD.

           PERFORM  PNDC-1000-BROWSE
               THRU PNDC-1000-BROWSE-X.

           PERFORM  PNDC-2000-READ-NEXT
               THRU PNDC-2000-READ-NEXT-X.

           PERFORM  1100-CHECK-ONE-CHANGE
               THRU 1100-CHECK-ONE-CHANGE-X
               UNTIL WPNDC-IO-EOF
               OR    WPNDC-IO-ERROR
               OR    WS-CHG-OVERFLOW.

           PERFORM  PNDC-3000-END-BROWSE
               THRU PNDC-3000-END-BROWSE-X.

       1000-LOAD-CHANGES-X.
           EXIT.
      /
      *----------------------
       1100-CHECK-ONE-CHANGE.
      *----------------------

           ADD  1                      TO WS-PNDC-REC-READ.

      * THE APPROVAL DATE IS CARRIED ISO CCYY-MM-DD.  A ROW WITH AN
      * UNREADABLE DATE, OR APPROVED BEFORE THE WINDOW, IS SKIPPED.

           MOVE RPNDC-APRV-DT          TO WS-ISO-DT.

           PERFORM  7000-ISO-DATE-TO-INT
               THRU 7000-ISO-DATE-TO-INT-X.

           IF   WS-ISO-DT-INT          = ZERO
                GO TO 1100-CHECK-ONE-CHANGE-R
           END-IF.

           COMPUTE WS-DAYS-OLD = WS-RUN-DT-INT - WS-ISO-DT-INT.

           IF   WS-DAYS-OLD            < ZERO
           OR   WS-DAYS-OLD NOT        < WS-WINDOW-DAYS
                GO TO 1100-CHECK-ONE-CHANGE-R
           END-IF.

           IF   WS-CHG-CNT NOT         < WS-CHG-MAX
                SET  WS-CHG-OVERFLOW   TO TRUE
      *MSG: CHANGE MONITOR TABLE FULL - RUN INCOMPLETE - RC 8
                MOVE 'AS95010005'      TO WGLOB-MSG-REF-INFO
                PERFORM  0260-1000-GENERATE-MESSAGE
                    THRU 0260-1000-GENERATE-MESSAGE-X
                GO TO 1100-CHECK-ONE-CHANGE-X
           END-IF.

           ADD  1                      TO WS-CHG-CNT.
           MOVE WS-CHG-CNT             TO WS-CHG-SUB.

           MOVE RPNDC-CO-ID            TO WS-CHG-CO-ID (WS-CHG-SUB).
           MOVE RPNDC-PNDC-ID          TO WS-CHG-PNDC-ID (WS-CHG-SUB).
           MOVE RPNDC-TBL-ID           TO WS-CHG-TBL-ID (WS-CHG-SUB).
           MOVE RPNDC-ACTN-CD          TO WS-CHG-ACTN-CD (WS-CHG-SUB).
           MOVE RPNDC-TRGT-KEY         TO WS-CHG-TRGT-KEY (WS-CHG-SUB).
           MOVE RPNDC-RQST-USER-ID     TO WS-CHG-RQST-USER-ID
                                              (WS-CHG-SUB).
           MOVE RPNDC-APRV-USER-ID     TO WS-CHG-APRV-USER-ID
                                              (WS-CHG-SUB).
           MOVE RPNDC-APRV-DT          TO WS-CHG-APRV-DT (WS-CHG-SUB).
           MOVE WS-ISO-DT-INT          TO WS-CHG-APRV-DT-INT
                                              (WS-CHG-SUB).
           MOVE RPNDC-PRIOR-IMAGE      TO WS-CHG-PRIOR-IMAGE
                                              (WS-CHG-SUB).
           MOVE ZERO                   TO WS-CHG-FLD-CNT (WS-CHG-SUB)
                                          WS-CHG-BFOR-CNT (WS-CHG-SUB)
                                          WS-CHG-AFTR-CNT (WS-CHG-SUB).

      *
      * A UFLD CHANGE WATCHES ITS OWN APEX FIELD.  A UTTB CHANGE
      * WATCHES EVERY APEX FIELD TRANSLATED THROUGH ITS TYPE.
      *
           IF   RPNDC-TBL-UFLD
                MOVE RPNDC-ROW-IMAGE   TO RUFLD-REC-INFO
                PERFORM  1200-ADD-WATCH-FIELD
                    THRU 1200-ADD-WATCH-FIELD-X
           ELSE
                MOVE RPNDC-ROW-IMAGE   TO RUTTB-REC-INFO
                PERFORM  1300-ADD-TYPE-FIELDS
                    THRU 1300-ADD-TYPE-FIELDS-X
           END-IF.

           ADD  1                      TO WS-CHG-WATCHED-CNT.

       1100-CHECK-ONE-CHANGE-R.

           PERFORM  PNDC-2000-READ-NEXT
               THRU PNDC-2000-READ-NEXT-X.

       1100-CHECK-ONE-CHANGE-X.
           EXIT.
      /
      *---------------------
       1200-ADD-WATCH-FIELD.
      *---------------------

      * ADDS RUFLD-UPLD-FLD-APEX-NM TO THE CURRENT CHANGE'S WATCH
      * LIST ONCE - THE SAME NAME UNDER SEVERAL STRUCTURES OR
      * RELEASES IS ONE FIELD ON THE MESSAGE EXTRACT.

           SET  WS-FLD-NOT-DUP         TO TRUE.

           PERFORM  1210-CHECK-DUP-FIELD
               THRU 1210-CHECK-DUP-FIELD-X
               VARYING WS-WFLD-SUB FROM 1 BY 1
               UNTIL WS-WFLD-SUB > WS-WFLD-CNT
               OR    WS-FLD-DUP.

           IF   WS-FLD-DUP
                GO TO 1200-ADD-WATCH-FIELD-X
           END-IF.

           IF   WS-WFLD-CNT NOT        < WS-WFLD-MAX
                SET  WS-CHG-OVERFLOW   TO TRUE
      *MSG: CHANGE MONITOR TABLE FULL - RUN INCOMPLETE - RC 8
                MOVE 'AS95010005'      TO WGLOB-MSG-REF-INFO
                PERFORM  0260-1000-GENERATE-MESSAGE
                    THRU 0260-1000-GENERATE-MESSAGE-X
                GO TO 1200-ADD-WATCH-FIELD-X
           END-IF.

           ADD  1                      TO WS-WFLD-CNT.
           MOVE WS-CHG-SUB             TO WS-WFLD-CHG-SUB
                                              (WS-WFLD-CNT).
           MOVE WS-CHG-CO-ID (WS-CHG-SUB)
                                       TO WS-WFLD-CO-ID (WS-WFLD-CNT).
           MOVE RUFLD-UPLD-FLD-APEX-NM TO WS-WFLD-APEX-NM
                                              (WS-WFLD-CNT).
           ADD  1                      TO WS-CHG-FLD-CNT (WS-CHG-SUB).

       1200-ADD-WATCH-FIELD-X.
           EXIT.
      /
      *---------------------
       1210-CHECK-DUP-FIELD.
      *---------------------

           IF   WS-WFLD-CHG-SUB (WS-WFLD-SUB) = WS-CHG-SUB
           AND  WS-WFLD-APEX-NM (WS-WFLD-SUB) = RUFLD-UPLD-FLD-APEX-NM
                SET  WS-FLD-DUP        TO TRUE
           END-IF.

       1210-CHECK-DUP-FIELD-X.
           EXIT.
      /
      *---------------------
       1300-ADD-TYPE-FIELDS.
      *---------------------

           MOVE LOW-VALUES             TO WUFLD-KEY.
           MOVE HIGH-VALUES            TO WUFLD-ENDBR-KEY.
           MOVE RPNDC-CO-ID            TO WUFLD-CO-ID
                                          WUFLD-ENDBR-CO-ID.

           SET  WUFLD-ENVRMNT-BATCH    TO TRUE.
           SET  WUFLD-RQST-BROWSE      TO TRUE.

           CALL 'ASIBUFLD' USING SQLCA
                                 WUFLD-IO-WORK-AREA
                                 RUFLD-REC-INFO.

           IF   NOT WUFLD-IO-OK
                GO TO 1300-ADD-TYPE-FIELDS-X
           END-IF.

           SET  WUFLD-RQST-FETCH-NEXT  TO TRUE.

           CALL 'ASIBUFLD' USING SQLCA
                                 WUFLD-IO-WORK-AREA
                                 RUFLD-REC-INFO.

           PERFORM  1310-CHECK-TYPE-FIELD
               THRU 1310-CHECK-TYPE-FIELD-X
               UNTIL NOT WUFLD-IO-OK
               OR    WS-CHG-OVERFLOW.

           SET  WUFLD-RQST-CLOSE-BROWSE-CUR TO TRUE.

           CALL 'ASIBUFLD' USING SQLCA
                                 WUFLD-IO-WORK-AREA
                                 RUFLD-REC-INFO.

       1300-ADD-TYPE-FIELDS-X.
           EXIT.
      /
      *----------------------
       1310-CHECK-TYPE-FIELD.
      *----------------------

           IF   RUFLD-UPLD-TTBL-TYP-ID = RUTTB-UPLD-TTBL-TYP-ID
                PERFORM  1200-ADD-WATCH-FIELD
                    THRU 1200-ADD-WATCH-FIELD-X
           END-IF.

           SET  WUFLD-RQST-FETCH-NEXT  TO TRUE.

           CALL 'ASIBUFLD' USING SQLCA
                                 WUFLD-IO-WORK-AREA
                                 RUFLD-REC-INFO.

       1310-CHECK-TYPE-FIELD-X.
           EXIT.
      /
      *------------------
       2000-FOLD-MESSAGE.
      *------------------

           ADD  1                      TO WS-2120-REC-READ.

      * ONLY FIELD-LEVEL MESSAGES NAME A SOURCE APEX FIELD.

           IF   R2120-SRC-FLD-APEX-NM  = SPACES
                GO TO 2000-FOLD-MESSAGE-R
           END-IF.

           MOVE ZERO                   TO WS-TDAY-USE-SUB.

           PERFORM  2100-FIND-TODAY-ROW
               THRU 2100-FIND-TODAY-ROW-X
               VARYING WS-TDAY-SUB FROM 1 BY 1
               UNTIL WS-TDAY-SUB > WS-TDAY-CNT
               OR    WS-TDAY-USE-SUB > ZERO.

           IF   WS-TDAY-USE-SUB        > ZERO
                ADD  1                 TO WS-TDAY-MSG-CNT
                                              (WS-TDAY-USE-SUB)
                GO TO 2000-FOLD-MESSAGE-R
           END-IF.

           IF   WS-TDAY-CNT            < WS-TDAY-MAX
                ADD  1                 TO WS-TDAY-CNT
                MOVE R2120-COMPANY-CODE
                                       TO WS-TDAY-CO-ID (WS-TDAY-CNT)
                MOVE R2120-SRC-FLD-APEX-NM
                                       TO WS-TDAY-APEX-NM
                                              (WS-TDAY-CNT)
                MOVE 1                 TO WS-TDAY-MSG-CNT
                                              (WS-TDAY-CNT)
           ELSE
                SET  WS-TDAY-OVERFLOW  TO TRUE
      *MSG: DAILY MESSAGE COUNT TABLE FULL - RUN INCOMPLETE - RC 8
                MOVE 'AS95010006'      TO WGLOB-MSG-REF-INFO
                PERFORM  0260-1000-GENERATE-MESSAGE
                    THRU 0260-1000-GENERATE-MESSAGE-X
           END-IF.

       2000-FOLD-MESSAGE-R.

           PERFORM  2120-1000-READ
               THRU 2120-1000-READ-X.

       2000-FOLD-MESSAGE-X.
           EXIT.
      /
      *--------------------
       2100-FIND-TODAY-ROW.
      *--------------------

           IF   WS-TDAY-CO-ID (WS-TDAY-SUB)   = R2120-COMPANY-CODE
           AND  WS-TDAY-APEX-NM (WS-TDAY-SUB) = R2120-SRC-FLD-APEX-NM
                MOVE WS-TDAY-SUB       TO WS-TDAY-USE-SUB
           END-IF.

       2100-FIND-TODAY-ROW-X.
           EXIT.
      /
      *-----------------------
       3000-CARRY-HISTORY-ROW.
      *-----------------------

           ADD  1                      TO WS-MSHI-REC-READ.

      * TODAY'S ROWS ARE REBUILT FROM THE EXTRACT SO A RERUN DOES NOT
      * COUNT THE DAY TWICE; ROWS PAST THE KEEP PERIOD DROP OFF.

           IF   RMSHI-MSG-DT           = WS-RUN-DT-ISO
                GO TO 3000-CARRY-HISTORY-ROW-R
           END-IF.

           MOVE RMSHI-MSG-DT           TO WS-ISO-DT.

           PERFORM  7000-ISO-DATE-TO-INT
               THRU 7000-ISO-DATE-TO-INT-X.

           IF   WS-ISO-DT-INT          = ZERO
                GO TO 3000-CARRY-HISTORY-ROW-R
           END-IF.

           COMPUTE WS-DAYS-OLD = WS-RUN-DT-INT - WS-ISO-DT-INT.

           IF   WS-DAYS-OLD            > WS-KEEP-DAYS
                GO TO 3000-CARRY-HISTORY-ROW-R
           END-IF.

           MOVE RMSHI-SEQ-REC-INFO     TO RMSHO-SEQ-REC-INFO.

           PERFORM  MSHO-2000-WRITE
               THRU MSHO-2000-WRITE-X.

           ADD  1                      TO WS-MSHO-REC-WRITTEN.

           MOVE WS-ISO-DT-INT          TO WS-MSG-DT-INT.
           MOVE RMSHI-CO-ID            TO WS-CNT-CO-ID.
           MOVE RMSHI-UPLD-FLD-APEX-NM TO WS-CNT-APEX-NM.
           MOVE RMSHI-MSG-CNT          TO WS-CNT-MSG-CNT.

           PERFORM  3500-APPLY-COUNT
               THRU 3500-APPLY-COUNT-X
               VARYING WS-WFLD-SUB FROM 1 BY 1
               UNTIL WS-WFLD-SUB > WS-WFLD-CNT.

       3000-CARRY-HISTORY-ROW-R.

           PERFORM  MSHI-1000-READ
               THRU MSHI-1000-READ-X.

       3000-CARRY-HISTORY-ROW-X.
           EXIT.
      /
      *-----------------
       3500-APPLY-COUNT.
      *-----------------

      * A DAY'S COUNT FOR A WATCHED FIELD ADDS TO THE CHANGE'S
      * SINCE-APPROVAL TOTAL (APPROVAL DAY ONWARD) OR TO ITS PRIOR
      * TOTAL (THE WINDOW OF DAYS JUST BEFORE THE APPROVAL).

           IF   WS-WFLD-CO-ID (WS-WFLD-SUB)   NOT = WS-CNT-CO-ID
           OR   WS-WFLD-APEX-NM (WS-WFLD-SUB) NOT = WS-CNT-APEX-NM
                GO TO 3500-APPLY-COUNT-X
           END-IF.

           MOVE WS-WFLD-CHG-SUB (WS-WFLD-SUB)
                                       TO WS-CHG-SUB.

           IF   WS-MSG-DT-INT NOT      < WS-CHG-APRV-DT-INT
                                              (WS-CHG-SUB)
                ADD  WS-CNT-MSG-CNT    TO WS-CHG-AFTR-CNT (WS-CHG-SUB)
                GO TO 3500-APPLY-COUNT-X
           END-IF.

           IF   WS-MSG-DT-INT NOT      < WS-CHG-APRV-DT-INT
                                              (WS-CHG-SUB)
                                       - WS-WINDOW-DAYS
                ADD  WS-CNT-MSG-CNT    TO WS-CHG-BFOR-CNT (WS-CHG-SUB)
           END-IF.

       3500-APPLY-COUNT-X.
           EXIT.
      /
      *---------------------
       4000-WRITE-TODAY-ROW.
      *---------------------

           MOVE SPACES                 TO RMSHO-SEQ-REC-INFO.
           MOVE WS-TDAY-CO-ID (WS-TDAY-SUB)
                                       TO RMSHO-CO-ID.
           MOVE WS-RUN-DT-ISO          TO RMSHO-MSG-DT.
           MOVE WS-TDAY-APEX-NM (WS-TDAY-SUB)
                                       TO RMSHO-UPLD-FLD-APEX-NM.
           MOVE WS-TDAY-MSG-CNT (WS-TDAY-SUB)
                                       TO RMSHO-MSG-CNT.

           PERFORM  MSHO-2000-WRITE
               THRU MSHO-2000-WRITE-X.

           ADD  1                      TO WS-MSHO-REC-WRITTEN.

           MOVE WS-RUN-DT-INT          TO WS-MSG-DT-INT.
           MOVE RMSHO-CO-ID            TO WS-CNT-CO-ID.
           MOVE RMSHO-UPLD-FLD-APEX-NM TO WS-CNT-APEX-NM.
           MOVE RMSHO-MSG-CNT          TO WS-CNT-MSG-CNT.

           PERFORM  3500-APPLY-COUNT
               THRU 3500-APPLY-COUNT-X
               VARYING WS-WFLD-SUB FROM 1 BY 1
               UNTIL WS-WFLD-SUB > WS-WFLD-CNT.

       4000-WRITE-TODAY-ROW-X.
           EXIT.
      /
      *------------------
       5000-CHECK-CHANGE.
      *------------------

      *
      * THE PRIOR RATE IS MESSAGES PER DAY OVER THE WINDOW BEFORE THE
      * APPROVAL; THE CURRENT RATE IS MESSAGES PER DAY FROM THE
      * APPROVAL DAY TO TODAY.  A CHANGE ALERTS WHEN ITS CURRENT
      * COUNT REACHES THE MINIMUM AND ITS CURRENT RATE EXCEEDS THE
      * THRESHOLD PERCENT OF THE PRIOR RATE.
      *
           IF   WS-CHG-FLD-CNT (WS-CHG-SUB) = ZERO
           OR   WS-CHG-AFTR-CNT (WS-CHG-SUB) < WS-MIN-MSG-CNT
                GO TO 5000-CHECK-CHANGE-X
           END-IF.

           MOVE SPACES                 TO RSPKX-SEQ-REC-INFO.

           COMPUTE RSPKX-AFTR-DAYS =
               WS-RUN-DT-INT - WS-CHG-APRV-DT-INT (WS-CHG-SUB) + 1.
           MOVE WS-WINDOW-DAYS         TO RSPKX-BFOR-DAYS.

           COMPUTE WS-BFOR-RATE ROUNDED =
               WS-CHG-BFOR-CNT (WS-CHG-SUB) / RSPKX-BFOR-DAYS.
           COMPUTE WS-AFTR-RATE ROUNDED =
               WS-CHG-AFTR-CNT (WS-CHG-SUB) / RSPKX-AFTR-DAYS.

           IF   WS-AFTR-RATE * 100 NOT > WS-BFOR-RATE * WS-THRESHOLD-PCT
                GO TO 5000-CHECK-CHANGE-X
           END-IF.

           MOVE WS-CHG-CO-ID (WS-CHG-SUB)
                                       TO RSPKX-CO-ID.
           MOVE WS-CHG-PNDC-ID (WS-CHG-SUB)
                                       TO RSPKX-PNDC-ID.
           MOVE WS-CHG-TBL-ID (WS-CHG-SUB)
                                       TO RSPKX-TBL-ID.
           MOVE WS-CHG-ACTN-CD (WS-CHG-SUB)
                                       TO RSPKX-ACTN-CD.
           MOVE WS-CHG-TRGT-KEY (WS-CHG-SUB)
                                       TO RSPKX-TRGT-KEY.
           MOVE WS-CHG-RQST-USER-ID (WS-CHG-SUB)
                                       TO RSPKX-RQST-USER-ID.
           MOVE WS-CHG-APRV-USER-ID (WS-CHG-SUB)
                                       TO RSPKX-APRV-USER-ID.
           MOVE WS-CHG-APRV-DT (WS-CHG-SUB)
                                       TO RSPKX-APRV-DT.
           MOVE WS-CHG-FLD-CNT (WS-CHG-SUB)
                                       TO RSPKX-FLD-CNT.
           MOVE WS-CHG-BFOR-CNT (WS-CHG-SUB)
                                       TO RSPKX-BFOR-MSG-CNT.
           MOVE WS-CHG-AFTR-CNT (WS-CHG-SUB)
                                       TO RSPKX-AFTR-MSG-CNT.
           MOVE WS-BFOR-RATE           TO RSPKX-BFOR-RATE.
           MOVE WS-AFTR-RATE           TO RSPKX-AFTR-RATE.
           MOVE WS-CHG-PRIOR-IMAGE (WS-CHG-SUB)
                                       TO RSPKX-PRIOR-IMAGE.

           PERFORM  SPKX-2000-WRITE
               THRU SPKX-2000-WRITE-X.

           ADD  1                      TO WS-SPKX-REC-WRITTEN.

      *MSG: ERROR SPIKE AFTER CHANGE @1 - REQUESTED BY @2, APPROVED
      *     BY @3
           MOVE 'AS95010004'           TO WGLOB-MSG-REF-INFO.
           MOVE RSPKX-PNDC-ID          TO WGLOB-MSG-PARM (1).
           MOVE RSPKX-RQST-USER-ID     TO WGLOB-MSG-PARM (2).
           MOVE RSPKX-APRV-USER-ID     TO WGLOB-MSG-PARM (3).
           PERFORM  0260-1000-GENERATE-MESSAGE
               THRU 0260-1000-GENERATE-MESSAGE-X.

       5000-CHECK-CHANGE-X.
           EXIT.
      /
      *------------------------
       6000-PRINT-GRAND-TOTALS.
      *------------------------

      *MSG: MESSAGE EXTRACT ROWS READ @1, HISTORY ROWS READ @2
           MOVE 'AS95010001'           TO WGLOB-MSG-REF-INFO.
           MOVE WS-2120-REC-READ       TO WS-PIC-COUNTER.
           MOVE WS-PIC-COUNTER         TO WGLOB-MSG-PARM (1).
           MOVE WS-MSHI-REC-READ       TO WS-PIC-COUNTER.
           MOVE WS-PIC-COUNTER         TO WGLOB-MSG-PARM (2).
           PERFORM  0260-1000-GENERATE-MESSAGE
               THRU 0260-1000-GENERATE-MESSAGE-X.

      *MSG: HISTORY ROWS WRITTEN @1
           MOVE 'AS95010002'           TO WGLOB-MSG-REF-INFO.
           MOVE WS-MSHO-REC-WRITTEN    TO WS-PIC-COUNTER.
           MOVE WS-PIC-COUNTER         TO WGLOB-MSG-PARM (1).
           PERFORM  0260-1000-GENERATE-MESSAGE
               THRU 0260-1000-GENERATE-MESSAGE-X.

      *MSG: APPROVED CHANGES READ @1, WATCHED @2, ALERTS WRITTEN @3
           MOVE 'AS95010003'           TO WGLOB-MSG-REF-INFO.
           MOVE WS-PNDC-REC-READ       TO WS-PIC-COUNTER.
           MOVE WS-PIC-COUNTER         TO WGLOB-MSG-PARM (1).
           MOVE WS-CHG-WATCHED-CNT     TO WS-PIC-COUNTER.
           MOVE WS-PIC-COUNTER         TO WGLOB-MSG-PARM (2).
           MOVE WS-SPKX-REC-WRITTEN    TO WS-PIC-COUNTER.
           MOVE WS-PIC-COUNTER         TO WGLOB-MSG-PARM (3).
           PERFORM  0260-1000-GENERATE-MESSAGE
               THRU 0260-1000-GENERATE-MESSAGE-X.

       6000-PRINT-GRAND-TOTALS-X.
           EXIT.
      /
      *---------------------
       7000-ISO-DATE-TO-INT.
      *---------------------

      * CONVERTS THE ISO CCYY-MM-DD DATE IN WS-ISO-DT TO AN INTEGER
      * DAY NUMBER; AN UNREADABLE DATE RETURNS ZERO.

           MOVE ZERO                   TO WS-ISO-DT-INT.

           MOVE WS-ISO-DT (1:4)        TO WS-ISO-DT-CCYY.
           MOVE WS-ISO-DT (6:2)        TO WS-ISO-DT-MM.
           MOVE WS-ISO-DT (9:2)        TO WS-ISO-DT-DD.

           IF   WS-ISO-DT-CCYYMMDD-GRP NOT NUMERIC
           OR   WS-ISO-DT-CCYYMMDD     = ZERO
                GO TO 7000-ISO-DATE-TO-INT-X
           END-IF.

           COMPUTE WS-ISO-DT-INT =
               FUNCTION INTEGER-OF-DATE (WS-ISO-DT-CCYYMMDD).

       7000-ISO-DATE-TO-INT-X.
           EXIT.
      /
      *-----------------
       9999-CLOSE-FILES.
      *-----------------

           PERFORM  2120-5000-CLOSE
               THRU 2120-5000-CLOSE-X.

           PERFORM  MSHI-5000-CLOSE
               THRU MSHI-5000-CLOSE-X.

           PERFORM  MSHO-5000-CLOSE
               THRU MSHO-5000-CLOSE-X.

           PERFORM  SPKX-5000-CLOSE
               THRU SPKX-5000-CLOSE-X.

       9999-CLOSE-FILES-X.
           EXIT.
      /
      *****************************************************************
      * I/O PROCESSING COPYBOOKS                                      *
      *****************************************************************

       COPY ACPI2120.
      /
       COPY ACPIMSHI.
      /
       COPY ACPIMSHO.
      /
       COPY ACPISPKX.
      /
       COPY ACPBPNDC.
      /
      *****************************************************************
      * ERROR HANDLING ROUTINES                                       *
      *****************************************************************

       COPY XCPL0030.

       COPY XCPL0260.

      *****************************************************************
      **                 END OF PROGRAM ASBM9501                     **
      *****************************************************************
