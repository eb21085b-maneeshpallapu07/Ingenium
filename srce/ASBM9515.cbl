      *************************
       IDENTIFICATION DIVISION.
      *************************

       PROGRAM-ID. ASBM9515.

       COPY XCWWCRHT.

      *****************************************************************
      **  MEMBER :  ASBM9515                                         **
      **  REMARKS:  COUNTER-OFFER ACCEPTANCE TRACKING.  AN           **
      **            APPLICATION OFFERED ON TERMS OTHER THAN THOSE    **
      **            APPLIED FOR - A TABLE RATING, FLAT EXTRA OR      **
      **            EXCLUSION RIDER ON THE URTG UPLOAD TABLE, OR A   **
      **            TYPE R ROW OFFERING LESS FACE THAN THE UCVG      **
      **            AMOUNT APPLIED FOR - IS REGISTERED AS A COUNTER- **
      **            OFFER WITH AN ACCEPTANCE DEADLINE.  THE REGISTER **
      **            IS CARRIED FROM GENERATION TO GENERATION (COFI   **
      **            IN, COFO OUT).  SIGNED ACCEPTANCES AND REFUSALS  **
      **            ON THE COFA RESPONSE FILE CLOSE THE OFFER.  OPEN **
      **            OFFERS NEARING THE DEADLINE ARE WRITTEN TO THE   **
      **            COFC CHASE LIST; AN OFFER REFUSED, OR STILL OPEN **
      **            PAST ITS DEADLINE, IS CLOSED AS NOT TAKEN AND AN **
      **            'NT' DISPOSITION IS WRITTEN TO COFD, WHICH THE   **
      **            JCL CONCATENATES AHEAD OF THE WDRW WITHDRAWAL    **
      **            DISPOSITION FILE.                                **
      **                                                             **
      **            A CLOSED OFFER STAYS ON THE REGISTER WHILE ITS   **
      **            RATING ROWS ARE ON URTG, SO A LATE RESPONSE IS   **
      **            RECOGNISED; IT DROPS OFF ONCE THE ARCHIVE SWEEP  **
      **            (ASBM9418) HAS REMOVED THE ROWS.                 **
      **                                                             **
      **            JCL PARM:  BYTES 1-3   ACCEPTANCE WINDOW DAYS    **
      **                                   (DEFAULT 030)             **
      **                       BYTES 4-6   CHASE LEAD DAYS BEFORE    **
      **                                   THE DEADLINE (DEFAULT 010)**
      **                       BYTES 7-9   DAYS BETWEEN CHASES       **
      **                                   (DEFAULT 005)             **
      **                                                             **
      **  DOMAIN :  UW                                               **
      **  CLASS  :  PD                                               **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
318274**  15OCT26  DEV    NEW PROGRAM                                **
      *****************************************************************

      **********************
       ENVIRONMENT DIVISION.
      **********************

       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY ACSSCOFI.
       COPY ACSSCOFO.
       COPY ACSSCOFA.
       COPY ACSSCOFC.
       COPY ACSSCOFD.

      ***************
       DATA DIVISION.
      ***************

       FILE SECTION.

       COPY ACSDCOFI.

       COPY ACSRCOFI.

       COPY ACSDCOFO.

       COPY ACSRCOFO.

       COPY ACSDCOFA.

       COPY ACSRCOFA.

       COPY ACSDCOFC.

       COPY ACSRCOFC.

       COPY ACSDCOFD.

       COPY ACSRCOFD.

       WORKING-STORAGE SECTION.

       COPY XCWWPGWS REPLACING '$VAR1' BY 'ASBM9515'.

       COPY SQLCA.

       01  WS-COUNTERS.
           05  WS-COFI-REC-READ             PIC 9(07)  VALUE ZEROS.
           05  WS-COFO-REC-WRITTEN          PIC 9(07)  VALUE ZEROS.
           05  WS-COFA-REC-READ             PIC 9(07)  VALUE ZEROS.
           05  WS-COFC-REC-WRITTEN          PIC 9(07)  VALUE ZEROS.
           05  WS-COFD-REC-WRITTEN          PIC 9(07)  VALUE ZEROS.
           05  WS-NEW-REG-CNT               PIC 9(07)  VALUE ZEROS.
           05  WS-ACCEPTED-CNT              PIC 9(07)  VALUE ZEROS.
           05  WS-REFUSED-CNT               PIC 9(07)  VALUE ZEROS.
           05  WS-EXPIRED-CNT               PIC 9(07)  VALUE ZEROS.
           05  WS-DROPPED-CNT               PIC 9(07)  VALUE ZEROS.
           05  WS-EXCP-CNT                  PIC 9(07)  VALUE ZEROS.
           05  WS-PIC-COUNTER               PIC Z(06)9.

       01  WS-PGM-WORK-AREA.
           05  WS-WINDOW-DAYS               PIC 9(03)  VALUE 030.
           05  WS-CHASE-LEAD-DAYS           PIC 9(03)  VALUE 010.
           05  WS-CHASE-RPT-DAYS            PIC 9(03)  VALUE 005.
           05  WS-RUN-DT-INT                PIC S9(09) COMP-3.
           05  WS-DAYS-LEFT                 PIC S9(05) COMP-3.
           05  WS-DAYS-SINCE-CHASE          PIC S9(05) COMP-3.
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
           05  WS-DDLN-DT-INT               PIC S9(09) COMP-3.
           05  WS-DDLN-DT-CCYYMMDD          PIC 9(08).
           05  WS-DDLN-DT-R                 REDEFINES
                                            WS-DDLN-DT-CCYYMMDD.
               10  WS-DDLN-DT-CC            PIC X(04).
               10  WS-DDLN-DT-MM            PIC X(02).
               10  WS-DDLN-DT-DD            PIC X(02).
           05  WS-DDLN-DT-ISO.
               10  WS-DDLN-ISO-CC           PIC X(04).
               10  FILLER                   PIC X(01)  VALUE '-'.
               10  WS-DDLN-ISO-MM           PIC X(02).
               10  FILLER                   PIC X(01)  VALUE '-'.
               10  WS-DDLN-ISO-DD           PIC X(02).
           05  WS-ISO-DT                    PIC X(10).
           05  WS-ISO-DT-CCYYMMDD-GRP.
               10  WS-ISO-DT-CCYY           PIC X(04).
               10  WS-ISO-DT-MM             PIC X(02).
               10  WS-ISO-DT-DD             PIC X(02).
           05  WS-ISO-DT-CCYYMMDD           REDEFINES
               WS-ISO-DT-CCYYMMDD-GRP       PIC 9(08).
           05  WS-ISO-DT-INT                PIC S9(09) COMP-3.
           05  WS-CUR-APP-ID                PIC X(15).
           05  WS-FIND-APP-ID               PIC X(15).
           05  WS-RESP-DT                   PIC X(10).
           05  WS-DISP-APP-ID               PIC X(15).
           05  WS-DISP-DT                   PIC X(10).
           05  WS-REG-FOUND-SW              PIC X(01).
               88  WS-REG-FOUND                   VALUE 'Y'.
               88  WS-REG-NOT-FOUND               VALUE 'N'.
           05  WS-URTG-FAIL-SW              PIC X(01)  VALUE 'N'.
               88  WS-URTG-FAILED                 VALUE 'Y'.

      * THE COUNTER-OFFER REGISTER.  WS-REG-REC HAS THE SAME LAYOUT
      * AS THE REGISTER RECORD LESS ITS FILLER.  A NEW APPLICATION
      * IS PENDING UNTIL ITS RATING ROWS (OR A REDUCED FACE) PROVE
      * IT IS A COUNTER-OFFER; A PENDING ENTRY IS NEVER WRITTEN.

       01  WS-REG-WORK-AREA.
           05  WS-REG-MAX                   PIC S9(04) COMP VALUE +5000.
           05  WS-REG-CNT                   PIC S9(04) COMP VALUE ZERO.
           05  WS-REG-SUB                   PIC S9(04) COMP.
           05  WS-CUR-SUB                   PIC S9(04) COMP.
           05  WS-REG-TBL.
               10  WS-REG-ENTRY             OCCURS 5000 TIMES.
                   15  WS-REG-REC.
                       20  WS-REG-APP-ID    PIC X(15).
                       20  WS-REG-STCKR-ID  PIC X(11).
                       20  WS-REG-REG-DT    PIC X(10).
                       20  WS-REG-DDLN-DT   PIC X(10).
                       20  WS-REG-STAT-CD   PIC X(01).
                           88  WS-REG-STAT-OPEN       VALUE 'O'.
                           88  WS-REG-STAT-ACCEPTED   VALUE 'A'.
                           88  WS-REG-STAT-REFUSED    VALUE 'R'.
                           88  WS-REG-STAT-NOT-TAKEN  VALUE 'N'.
                       20  WS-REG-RESP-DT   PIC X(10).
                       20  WS-REG-TBL-RATG-CNT
                                            PIC 9(02).
                       20  WS-REG-FLAT-XTRA-CNT
                                            PIC 9(02).
                       20  WS-REG-EXCL-RIDR-CNT
                                            PIC 9(02).
                       20  WS-REG-RDCD-FACE-IND
                                            PIC X(01).
                           88  WS-REG-RDCD-FACE       VALUE 'Y'.
                       20  WS-REG-APPL-FACE-AMT
                                            PIC 9(13)V9(02).
                       20  WS-REG-OFR-FACE-AMT
                                            PIC 9(13)V9(02).
                       20  WS-REG-CHASE-CNT PIC 9(02).
                       20  WS-REG-LAST-CHASE-DT
                                            PIC X(10).
                   15  WS-REG-ENTRY-SW      PIC X(01).
                       88  WS-REG-CARRIED             VALUE 'C'.
                       88  WS-REG-PENDING             VALUE 'P'.
                       88  WS-REG-NEW                 VALUE 'N'.
                   15  WS-REG-SEEN-SW       PIC X(01).
                       88  WS-REG-SEEN                VALUE 'Y'.
                       88  WS-REG-NOT-SEEN            VALUE 'N'.
           05  WS-REG-OVRFLW-SW             PIC X(01)  VALUE 'N'.
               88  WS-REG-OVERFLOW                VALUE 'Y'.

      * TYPE R (REDUCED FACE) ROWS OF PENDING APPLICATIONS, HELD
      * UNTIL THE UCVG EXTRACT GIVES THE FACE AMOUNT APPLIED FOR.

       01  WS-ROFR-WORK-AREA.
           05  WS-ROFR-MAX                  PIC S9(04) COMP VALUE +2000.
           05  WS-ROFR-CNT                  PIC S9(04) COMP VALUE ZERO.
           05  WS-ROFR-SUB                  PIC S9(04) COMP.
           05  WS-ROFR-TBL.
               10  WS-ROFR-ENTRY            OCCURS 2000 TIMES.
                   15  WS-ROFR-APP-ID       PIC X(15).
                   15  WS-ROFR-STCKR-ID     PIC X(11).
                   15  WS-ROFR-PLAN-ID      PIC X(15).
                   15  WS-ROFR-FACE-AMT     PIC S9(13)V9(02) COMP-3.
                   15  WS-ROFR-REG-SUB      PIC S9(04) COMP.
           05  WS-ROFR-OVRFLW-SW            PIC X(01)  VALUE 'N'.
               88  WS-ROFR-OVERFLOW               VALUE 'Y'.
      /
       COPY XCWTFCMD.
      /
       COPY ACSWCOFI.
       COPY ACSWCOFO.
       COPY ACSWCOFA.
       COPY ACSWCOFC.
       COPY ACSWCOFD.
       COPY ACSWUCVG.
      /
       COPY ACFWURTG.
       COPY ACFRURTG.
      /
       COPY ACFRUCVG.
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
               10  LK-WINDOW-DAYS          PIC 9(03).
               10  LK-CHASE-LEAD-DAYS      PIC 9(03).
               10  LK-CHASE-RPT-DAYS       PIC 9(03).
               10  FILLER                  PIC X(21).
      /
       PROCEDURE DIVISION USING LK-PARM-AREA.

      *--------------
       0000-MAINLINE.
      *--------------

           PERFORM  0100-OPEN-FILES
               THRU 0100-OPEN-FILES-X.

           PERFORM  0200-INITIALIZE
               THRU 0200-INITIALIZE-X.

           PERFORM  COFI-1000-READ
               THRU COFI-1000-READ-X.

           PERFORM  1000-LOAD-REGISTER
               THRU 1000-LOAD-REGISTER-X
               UNTIL WCOFI-SEQ-IO-EOF
               OR    WS-REG-OVERFLOW.

           IF   NOT WS-REG-OVERFLOW
                PERFORM  2000-BROWSE-RATINGS
                    THRU 2000-BROWSE-RATINGS-X
           END-IF.

      *
      * ON A TABLE OVERFLOW OR A FAILED RATING BROWSE THE REGISTER IS
      * NOT CARRIED FORWARD - THE RUN ENDS ON THE ABORT MESSAGE AND
      * THE NEXT RUN APPLIES THE SAME RESPONSES TO THE SAME GENERATION.
      *
           IF   NOT WS-REG-OVERFLOW
           AND  NOT WS-ROFR-OVERFLOW
           AND  NOT WS-URTG-FAILED
                PERFORM  3000-MATCH-COVERAGE
                    THRU 3000-MATCH-COVERAGE-X

                PERFORM  3500-CONFIRM-NEW-ENTRY
                    THRU 3500-CONFIRM-NEW-ENTRY-X
                    VARYING WS-REG-SUB FROM 1 BY 1
                    UNTIL WS-REG-SUB > WS-REG-CNT

                PERFORM  COFA-1000-READ
                    THRU COFA-1000-READ-X

                PERFORM  4000-APPLY-RESPONSE
                    THRU 4000-APPLY-RESPONSE-X
                    UNTIL WCOFA-SEQ-IO-EOF

                PERFORM  5000-WRITE-REGISTER-ROW
                    THRU 5000-WRITE-REGISTER-ROW-X
                    VARYING WS-REG-SUB FROM 1 BY 1
                    UNTIL WS-REG-SUB > WS-REG-CNT
           END-IF.

           PERFORM  6000-PRINT-GRAND-TOTALS
               THRU 6000-PRINT-GRAND-TOTALS-X.

           PERFORM  9999-CLOSE-FILES
               THRU 9999-CLOSE-FILES-X.

           IF   WS-REG-OVERFLOW
           OR   WS-ROFR-OVERFLOW
           OR   WS-URTG-FAILED
                MOVE 8                 TO RETURN-CODE
           ELSE
                IF   WS-EXCP-CNT       > ZERO
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

           PERFORM  COFI-3000-OPEN-INPUT
               THRU COFI-3000-OPEN-INPUT-X.

           PERFORM  COFA-3000-OPEN-INPUT
               THRU COFA-3000-OPEN-INPUT-X.

           PERFORM  COFO-4000-OPEN-OUTPUT
               THRU COFO-4000-OPEN-OUTPUT-X.

           PERFORM  COFC-4000-OPEN-OUTPUT
               THRU COFC-4000-OPEN-OUTPUT-X.

           PERFORM  COFD-4000-OPEN-OUTPUT
               THRU COFD-4000-OPEN-OUTPUT-X.

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
           AND  LK-WINDOW-DAYS               NUMERIC
           AND  LK-WINDOW-DAYS               > ZERO
                MOVE LK-WINDOW-DAYS     TO WS-WINDOW-DAYS
           END-IF.

           IF   LK-PARM-LEN                  > 3
           AND  LK-CHASE-LEAD-DAYS           NUMERIC
                MOVE LK-CHASE-LEAD-DAYS TO WS-CHASE-LEAD-DAYS
           END-IF.

           IF   LK-PARM-LEN                  > 6
           AND  LK-CHASE-RPT-DAYS            NUMERIC
           AND  LK-CHASE-RPT-DAYS            > ZERO
                MOVE LK-CHASE-RPT-DAYS  TO WS-CHASE-RPT-DAYS
           END-IF.

      * AN OFFER REGISTERED TODAY MUST BE ANSWERED BY THIS DATE.

           COMPUTE WS-DDLN-DT-INT = WS-RUN-DT-INT + WS-WINDOW-DAYS.

           COMPUTE WS-DDLN-DT-CCYYMMDD =
               FUNCTION DATE-OF-INTEGER (WS-DDLN-DT-INT).

           MOVE WS-DDLN-DT-CC          TO WS-DDLN-ISO-CC.
           MOVE WS-DDLN-DT-MM          TO WS-DDLN-ISO-MM.
           MOVE WS-DDLN-DT-DD          TO WS-DDLN-ISO-DD.

       0200-INITIALIZE-X.
           EXIT.
      /
      *-------------------
       1000-LOAD-REGISTER.
      *-------------------

           ADD  1                      TO WS-COFI-REC-READ.

           IF   WS-REG-CNT NOT         < WS-REG-MAX
                SET  WS-REG-OVERFLOW   TO TRUE
      *MSG: COUNTER-OFFER REGISTER TABLE FULL - RUN INCOMPLETE - RC 8
                MOVE 'AS95150006'      TO WGLOB-MSG-REF-INFO
                PERFORM  0260-1000-GENERATE-MESSAGE
                    THRU 0260-1000-GENERATE-MESSAGE-X
                GO TO 1000-LOAD-REGISTER-X
           END-IF.

           ADD  1                      TO WS-REG-CNT.

           MOVE RCOFI-SEQ-REC-INFO     TO WS-REG-REC (WS-REG-CNT).
           SET  WS-REG-CARRIED (WS-REG-CNT)
                                       TO TRUE.
           SET  WS-REG-NOT-SEEN (WS-REG-CNT)
                                       TO TRUE.

           PERFORM  COFI-1000-READ
               THRU COFI-1000-READ-X.

       1000-LOAD-REGISTER-X.
           EXIT.
      /
      *--------------------
       2000-BROWSE-RATINGS.
      *--------------------

      *
      * THE RATING ROWS COME BACK IN APPLICATION ORDER.  EVERY
      * APPLICATION ALREADY ON THE REGISTER IS MARKED AS STILL ON
      * URTG; A NEW ONE IS ADDED AS A PENDING ENTRY AND ITS ROWS
      * ARE COUNTED BY RATING TYPE.
      *
           MOVE SPACES                 TO WS-CUR-APP-ID.

           PERFORM  URTG-4000-BROWSE-TABLE
               THRU URTG-4000-BROWSE-TABLE-X.

           PERFORM  URTG-5000-FETCH-NEXT-TABLE
               THRU URTG-5000-FETCH-NEXT-TABLE-X.

           PERFORM  2100-CHECK-ONE-URTG
               THRU 2100-CHECK-ONE-URTG-X
               UNTIL WURTG-IO-EOF
               OR    WURTG-IO-ERROR
               OR    WS-REG-OVERFLOW
               OR    WS-ROFR-OVERFLOW.

           IF   WURTG-IO-ERROR
                SET  WS-URTG-FAILED    TO TRUE
      *MSG: RATING TABLE BROWSE FAILED - RUN INCOMPLETE - RC 8
                MOVE 'AS95150011'      TO WGLOB-MSG-REF-INFO
                PERFORM  0260-1000-GENERATE-MESSAGE
                    THRU 0260-1000-GENERATE-MESSAGE-X
           END-IF.

           PERFORM  URTG-6000-CLOSE-BROWSE-TABLE
               THRU URTG-6000-CLOSE-BROWSE-TABLE-X.

       2000-BROWSE-RATINGS-X.
           EXIT.
      /
      *--------------------
       2100-CHECK-ONE-URTG.
      *--------------------

           IF   RURTG-APP-ID NOT       = WS-CUR-APP-ID
                MOVE RURTG-APP-ID      TO WS-CUR-APP-ID
                PERFORM  2200-FIND-OR-ADD-ENTRY
                    THRU 2200-FIND-OR-ADD-ENTRY-X
                IF   WS-REG-OVERFLOW
                     GO TO 2100-CHECK-ONE-URTG-X
                END-IF
           END-IF.

      * AN APPLICATION ALREADY REGISTERED KEEPS ITS ORIGINAL TERMS.

           IF   NOT WS-REG-PENDING (WS-CUR-SUB)
                GO TO 2100-CHECK-ONE-URTG-R
           END-IF.

           EVALUATE TRUE

               WHEN RURTG-RATG-TYP-TBL
                    IF   WS-REG-TBL-RATG-CNT (WS-CUR-SUB) < 99
                         ADD  1        TO WS-REG-TBL-RATG-CNT
                                              (WS-CUR-SUB)
                    END-IF

               WHEN RURTG-RATG-TYP-FLAT
                    IF   WS-REG-FLAT-XTRA-CNT (WS-CUR-SUB) < 99
                         ADD  1        TO WS-REG-FLAT-XTRA-CNT
                                              (WS-CUR-SUB)
                    END-IF

               WHEN RURTG-RATG-TYP-EXCL
                    IF   WS-REG-EXCL-RIDR-CNT (WS-CUR-SUB) < 99
                         ADD  1        TO WS-REG-EXCL-RIDR-CNT
                                              (WS-CUR-SUB)
                    END-IF

               WHEN RURTG-RATG-TYP-RDCD-FACE
                    PERFORM  2300-ADD-RDCD-OFFER
                        THRU 2300-ADD-RDCD-OFFER-X
                    IF   WS-ROFR-OVERFLOW
                         GO TO 2100-CHECK-ONE-URTG-X
                    END-IF

           END-EVALUATE.

       2100-CHECK-ONE-URTG-R.

           PERFORM  URTG-5000-FETCH-NEXT-TABLE
               THRU URTG-5000-FETCH-NEXT-TABLE-X.

       2100-CHECK-ONE-URTG-X.
           EXIT.
      /
      *-----------------------
       2200-FIND-OR-ADD-ENTRY.
      *-----------------------

           MOVE RURTG-APP-ID           TO WS-FIND-APP-ID.

           PERFORM  7200-FIND-REG-APP
               THRU 7200-FIND-REG-APP-X.

           IF   WS-REG-FOUND
                SET  WS-REG-SEEN (WS-CUR-SUB)
                                       TO TRUE
                GO TO 2200-FIND-OR-ADD-ENTRY-X
           END-IF.

           IF   WS-REG-CNT NOT         < WS-REG-MAX
                SET  WS-REG-OVERFLOW   TO TRUE
      *MSG: COUNTER-OFFER REGISTER TABLE FULL - RUN INCOMPLETE - RC 8
                MOVE 'AS95150006'      TO WGLOB-MSG-REF-INFO
                PERFORM  0260-1000-GENERATE-MESSAGE
                    THRU 0260-1000-GENERATE-MESSAGE-X
                GO TO 2200-FIND-OR-ADD-ENTRY-X
           END-IF.

           ADD  1                      TO WS-REG-CNT.
           MOVE WS-REG-CNT             TO WS-CUR-SUB.

           MOVE SPACES                 TO WS-REG-REC (WS-CUR-SUB).
           MOVE RURTG-APP-ID           TO WS-REG-APP-ID (WS-CUR-SUB).
           MOVE RURTG-STCKR-ID         TO WS-REG-STCKR-ID
                                              (WS-CUR-SUB).
           MOVE 'N'                    TO WS-REG-RDCD-FACE-IND
                                              (WS-CUR-SUB).
           MOVE ZERO                   TO WS-REG-TBL-RATG-CNT
                                              (WS-CUR-SUB)
                                          WS-REG-FLAT-XTRA-CNT
                                              (WS-CUR-SUB)
                                          WS-REG-EXCL-RIDR-CNT
                                              (WS-CUR-SUB)
                                          WS-REG-APPL-FACE-AMT
                                              (WS-CUR-SUB)
                                          WS-REG-OFR-FACE-AMT
                                              (WS-CUR-SUB)
                                          WS-REG-CHASE-CNT
                                              (WS-CUR-SUB).
           SET  WS-REG-PENDING (WS-CUR-SUB)
                                       TO TRUE.
           SET  WS-REG-SEEN (WS-CUR-SUB)
                                       TO TRUE.

       2200-FIND-OR-ADD-ENTRY-X.
           EXIT.
      /
      *--------------------
       2300-ADD-RDCD-OFFER.
      *--------------------

           IF   WS-ROFR-CNT NOT        < WS-ROFR-MAX
                SET  WS-ROFR-OVERFLOW  TO TRUE
      *MSG: REDUCED FACE OFFER TABLE FULL - RUN INCOMPLETE - RC 8
                MOVE 'AS95150007'      TO WGLOB-MSG-REF-INFO
                PERFORM  0260-1000-GENERATE-MESSAGE
                    THRU 0260-1000-GENERATE-MESSAGE-X
                GO TO 2300-ADD-RDCD-OFFER-X
           END-IF.

           ADD  1                      TO WS-ROFR-CNT.

           MOVE RURTG-APP-ID           TO WS-ROFR-APP-ID (WS-ROFR-CNT).
           MOVE RURTG-STCKR-ID         TO WS-ROFR-STCKR-ID
                                              (WS-ROFR-CNT).
           MOVE RURTG-PLAN-ID          TO WS-ROFR-PLAN-ID
                                              (WS-ROFR-CNT).
           MOVE RURTG-OFR-FACE-AMT     TO WS-ROFR-FACE-AMT
                                              (WS-ROFR-CNT).
           MOVE WS-CUR-SUB             TO WS-ROFR-REG-SUB
                                              (WS-ROFR-CNT).

       2300-ADD-RDCD-OFFER-X.
           EXIT.
      /
      *--------------------
       3000-MATCH-COVERAGE.
      *--------------------

      * A TYPE R ROW IS A COUNTER-OFFER ONLY WHEN IT OFFERS LESS THAN
      * THE INITIAL COVERAGE AMOUNT APPLIED FOR ON THE SAME COVERAGE.

           IF   WS-ROFR-CNT            = ZERO
                GO TO 3000-MATCH-COVERAGE-X
           END-IF.

           PERFORM  UCVG-3000-OPEN-INPUT
               THRU UCVG-3000-OPEN-INPUT-X.

           PERFORM  UCVG-1000-READ
               THRU UCVG-1000-READ-X.

           PERFORM  3100-CHECK-ONE-UCVG
               THRU 3100-CHECK-ONE-UCVG-X
               UNTIL WUCVG-SEQ-IO-EOF.

           PERFORM  UCVG-4000-CLOSE
               THRU UCVG-4000-CLOSE-X.

       3000-MATCH-COVERAGE-X.
           EXIT.
      /
      *--------------------
       3100-CHECK-ONE-UCVG.
      *--------------------

           PERFORM  3110-CHECK-RDCD-OFFER
               THRU 3110-CHECK-RDCD-OFFER-X
               VARYING WS-ROFR-SUB FROM 1 BY 1
               UNTIL WS-ROFR-SUB > WS-ROFR-CNT.

           PERFORM  UCVG-1000-READ
               THRU UCVG-1000-READ-X.

       3100-CHECK-ONE-UCVG-X.
           EXIT.
      /
      *----------------------
       3110-CHECK-RDCD-OFFER.
      *----------------------

           IF   WS-ROFR-APP-ID (WS-ROFR-SUB)   NOT = RUCVG-APP-ID
           OR   WS-ROFR-STCKR-ID (WS-ROFR-SUB) NOT = RUCVG-STCKR-ID
           OR   WS-ROFR-PLAN-ID (WS-ROFR-SUB)  NOT = RUCVG-PLAN-ID
           OR   WS-ROFR-FACE-AMT (WS-ROFR-SUB) NOT < RUCVG-INIT-COV-AMT
                GO TO 3110-CHECK-RDCD-OFFER-X
           END-IF.

           MOVE WS-ROFR-REG-SUB (WS-ROFR-SUB)
                                       TO WS-CUR-SUB.

           MOVE 'Y'                    TO WS-REG-RDCD-FACE-IND
                                              (WS-CUR-SUB).
           ADD  RUCVG-INIT-COV-AMT     TO WS-REG-APPL-FACE-AMT
                                              (WS-CUR-SUB).
           ADD  WS-ROFR-FACE-AMT (WS-ROFR-SUB)
                                       TO WS-REG-OFR-FACE-AMT
                                              (WS-CUR-SUB).

       3110-CHECK-RDCD-OFFER-X.
           EXIT.
      /
      *-----------------------
       3500-CONFIRM-NEW-ENTRY.
      *-----------------------

      * A PENDING APPLICATION WITH A RATING, FLAT EXTRA, EXCLUSION OR
      * REDUCED FACE IS REGISTERED AS AN OPEN COUNTER-OFFER FROM
      * TODAY.  ANY OTHER STAYS PENDING AND IS NOT WRITTEN.

           IF   NOT WS-REG-PENDING (WS-REG-SUB)
                GO TO 3500-CONFIRM-NEW-ENTRY-X
           END-IF.

           IF   WS-REG-TBL-RATG-CNT (WS-REG-SUB)  = ZERO
           AND  WS-REG-FLAT-XTRA-CNT (WS-REG-SUB) = ZERO
           AND  WS-REG-EXCL-RIDR-CNT (WS-REG-SUB) = ZERO
           AND  NOT WS-REG-RDCD-FACE (WS-REG-SUB)
                GO TO 3500-CONFIRM-NEW-ENTRY-X
           END-IF.

           SET  WS-REG-NEW (WS-REG-SUB)
                                       TO TRUE.
           SET  WS-REG-STAT-OPEN (WS-REG-SUB)
                                       TO TRUE.
           MOVE WS-RUN-DT-ISO          TO WS-REG-REG-DT (WS-REG-SUB).
           MOVE WS-DDLN-DT-ISO         TO WS-REG-DDLN-DT (WS-REG-SUB).

           ADD  1                      TO WS-NEW-REG-CNT.

       3500-CONFIRM-NEW-ENTRY-X.
           EXIT.
      /
      *--------------------
       4000-APPLY-RESPONSE.
      *--------------------

           ADD  1                      TO WS-COFA-REC-READ.

           MOVE RCOFA-APP-ID           TO WS-FIND-APP-ID.

           PERFORM  7200-FIND-REG-APP
               THRU 7200-FIND-REG-APP-X.

           IF   WS-REG-NOT-FOUND
           OR   WS-REG-PENDING (WS-CUR-SUB)
                ADD  1                 TO WS-EXCP-CNT
      *MSG: RESPONSE FOR APP @1 - NO COUNTER-OFFER ON THE REGISTER
                MOVE 'AS95150004'      TO WGLOB-MSG-REF-INFO
                MOVE RCOFA-APP-ID      TO WGLOB-MSG-PARM (1)
                PERFORM  0260-1000-GENERATE-MESSAGE
                    THRU 0260-1000-GENERATE-MESSAGE-X
                GO TO 4000-APPLY-RESPONSE-R
           END-IF.

           IF   NOT RCOFA-RESP-ACCEPTED
           AND  NOT RCOFA-RESP-REFUSED
                ADD  1                 TO WS-EXCP-CNT
      *MSG: RESPONSE FOR APP @1 HAS INVALID RESPONSE CODE @2
                MOVE 'AS95150010'      TO WGLOB-MSG-REF-INFO
                MOVE RCOFA-APP-ID      TO WGLOB-MSG-PARM (1)
                MOVE RCOFA-RESP-CD     TO WGLOB-MSG-PARM (2)
                PERFORM  0260-1000-GENERATE-MESSAGE
                    THRU 0260-1000-GENERATE-MESSAGE-X
                GO TO 4000-APPLY-RESPONSE-R
           END-IF.

           MOVE RCOFA-RCVD-DT          TO WS-RESP-DT.

           IF   WS-RESP-DT             = SPACES
                MOVE WS-RUN-DT-ISO     TO WS-RESP-DT
           END-IF.

      * A RESPONSE RECEIVED AFTER THE DEADLINE, OR AFTER THE OFFER
      * WAS CLOSED, DOES NOT REOPEN IT - THE CASE IS REFERRED BACK.

           IF   NOT WS-REG-STAT-OPEN (WS-CUR-SUB)
           OR   WS-RESP-DT             > WS-REG-DDLN-DT (WS-CUR-SUB)
                ADD  1                 TO WS-EXCP-CNT
      *MSG: LATE RESPONSE FOR APP @1 - OFFER CLOSED OR PAST DEADLINE @2
                MOVE 'AS95150005'      TO WGLOB-MSG-REF-INFO
                MOVE RCOFA-APP-ID      TO WGLOB-MSG-PARM (1)
                MOVE WS-REG-DDLN-DT (WS-CUR-SUB)
                                       TO WGLOB-MSG-PARM (2)
                PERFORM  0260-1000-GENERATE-MESSAGE
                    THRU 0260-1000-GENERATE-MESSAGE-X
                GO TO 4000-APPLY-RESPONSE-R
           END-IF.

           MOVE WS-RESP-DT             TO WS-REG-RESP-DT (WS-CUR-SUB).

           IF   RCOFA-RESP-ACCEPTED
                SET  WS-REG-STAT-ACCEPTED (WS-CUR-SUB)
                                       TO TRUE
                ADD  1                 TO WS-ACCEPTED-CNT
           ELSE
                SET  WS-REG-STAT-REFUSED (WS-CUR-SUB)
                                       TO TRUE
                ADD  1                 TO WS-REFUSED-CNT
                MOVE RCOFA-APP-ID      TO WS-DISP-APP-ID
                MOVE WS-RESP-DT        TO WS-DISP-DT
                PERFORM  7300-WRITE-NOT-TAKEN
                    THRU 7300-WRITE-NOT-TAKEN-X
           END-IF.

       4000-APPLY-RESPONSE-R.

           PERFORM  COFA-1000-READ
               THRU COFA-1000-READ-X.

       4000-APPLY-RESPONSE-X.
           EXIT.
      /
      *------------------------
       5000-WRITE-REGISTER-ROW.
      *------------------------

      *
      * AN APPLICATION NO LONGER ON URTG HAS BEEN ARCHIVED, OR ITS
      * RATING HAS BEEN TAKEN OFF - ITS ENTRY IS DROPPED.
      *
           IF   WS-REG-PENDING (WS-REG-SUB)
                GO TO 5000-WRITE-REGISTER-ROW-X
           END-IF.

           IF   WS-REG-NOT-SEEN (WS-REG-SUB)
                ADD  1                 TO WS-DROPPED-CNT
                GO TO 5000-WRITE-REGISTER-ROW-X
           END-IF.

           IF   WS-REG-STAT-OPEN (WS-REG-SUB)
                PERFORM  5100-CHECK-DEADLINE
                    THRU 5100-CHECK-DEADLINE-X
           END-IF.

           MOVE SPACES                 TO RCOFO-SEQ-REC-INFO.
           MOVE WS-REG-REC (WS-REG-SUB)
                                       TO RCOFO-SEQ-REC-INFO.

           PERFORM  COFO-2000-WRITE
               THRU COFO-2000-WRITE-X.

           ADD  1                      TO WS-COFO-REC-WRITTEN.

       5000-WRITE-REGISTER-ROW-X.
           EXIT.
      /
      *--------------------
       5100-CHECK-DEADLINE.
      *--------------------

      *
      * AN OPEN OFFER IS GOOD THROUGH ITS DEADLINE DAY.  THE DAY AFTER
      * IT IS CLOSED AS NOT TAKEN.  INSIDE THE CHASE LEAD DAYS IT IS
      * CHASED, THEN AGAIN EVERY CHASE REPEAT DAYS UNTIL ANSWERED.
      *
           MOVE WS-REG-DDLN-DT (WS-REG-SUB)
                                       TO WS-ISO-DT.

           PERFORM  7000-ISO-DATE-TO-INT
               THRU 7000-ISO-DATE-TO-INT-X.

           IF   WS-ISO-DT-INT          = ZERO
                GO TO 5100-CHECK-DEADLINE-X
           END-IF.

           COMPUTE WS-DAYS-LEFT = WS-ISO-DT-INT - WS-RUN-DT-INT.

           IF   WS-DAYS-LEFT           < ZERO
                SET  WS-REG-STAT-NOT-TAKEN (WS-REG-SUB)
                                       TO TRUE
                MOVE WS-RUN-DT-ISO     TO WS-REG-RESP-DT (WS-REG-SUB)
                ADD  1                 TO WS-EXPIRED-CNT
                MOVE WS-REG-APP-ID (WS-REG-SUB)
                                       TO WS-DISP-APP-ID
                MOVE WS-RUN-DT-ISO     TO WS-DISP-DT
                PERFORM  7300-WRITE-NOT-TAKEN
                    THRU 7300-WRITE-NOT-TAKEN-X
      *MSG: APP @1 UNANSWERED PAST DEADLINE @2 - TREATED AS NOT TAKEN
                MOVE 'AS95150008'      TO WGLOB-MSG-REF-INFO
                MOVE WS-REG-APP-ID (WS-REG-SUB)
                                       TO WGLOB-MSG-PARM (1)
                MOVE WS-REG-DDLN-DT (WS-REG-SUB)
                                       TO WGLOB-MSG-PARM (2)
                PERFORM  0260-1000-GENERATE-MESSAGE
                    THRU 0260-1000-GENERATE-MESSAGE-X
                GO TO 5100-CHECK-DEADLINE-X
           END-IF.

           IF   WS-DAYS-LEFT           > WS-CHASE-LEAD-DAYS
                GO TO 5100-CHECK-DEADLINE-X
           END-IF.

           IF   WS-REG-CHASE-CNT (WS-REG-SUB) > ZERO
                MOVE WS-REG-LAST-CHASE-DT (WS-REG-SUB)
                                       TO WS-ISO-DT
                PERFORM  7000-ISO-DATE-TO-INT
                    THRU 7000-ISO-DATE-TO-INT-X
                COMPUTE WS-DAYS-SINCE-CHASE =
                    WS-RUN-DT-INT - WS-ISO-DT-INT
                IF   WS-ISO-DT-INT     NOT = ZERO
                AND  WS-DAYS-SINCE-CHASE   < WS-CHASE-RPT-DAYS
                     GO TO 5100-CHECK-DEADLINE-X
                END-IF
           END-IF.

           PERFORM  5200-WRITE-CHASE-ROW
               THRU 5200-WRITE-CHASE-ROW-X.

       5100-CHECK-DEADLINE-X.
           EXIT.
      /
      *---------------------
       5200-WRITE-CHASE-ROW.
      *---------------------

           IF   WS-REG-CHASE-CNT (WS-REG-SUB) < 99
                ADD  1                 TO WS-REG-CHASE-CNT (WS-REG-SUB)
           END-IF.
           MOVE WS-RUN-DT-ISO          TO WS-REG-LAST-CHASE-DT
                                              (WS-REG-SUB).

           MOVE SPACES                 TO RCOFC-SEQ-REC-INFO.
           MOVE WS-REG-APP-ID (WS-REG-SUB)
                                       TO RCOFC-APP-ID.
           MOVE WS-REG-STCKR-ID (WS-REG-SUB)
                                       TO RCOFC-STCKR-ID.
           MOVE WS-REG-REG-DT (WS-REG-SUB)
                                       TO RCOFC-REG-DT.
           MOVE WS-REG-DDLN-DT (WS-REG-SUB)
                                       TO RCOFC-DDLN-DT.
           MOVE WS-DAYS-LEFT           TO RCOFC-DAYS-LEFT.
           MOVE WS-REG-CHASE-CNT (WS-REG-SUB)
                                       TO RCOFC-CHASE-NUM.
           MOVE WS-REG-TBL-RATG-CNT (WS-REG-SUB)
                                       TO RCOFC-TBL-RATG-CNT.
           MOVE WS-REG-FLAT-XTRA-CNT (WS-REG-SUB)
                                       TO RCOFC-FLAT-XTRA-CNT.
           MOVE WS-REG-EXCL-RIDR-CNT (WS-REG-SUB)
                                       TO RCOFC-EXCL-RIDR-CNT.
           MOVE WS-REG-RDCD-FACE-IND (WS-REG-SUB)
                                       TO RCOFC-RDCD-FACE-IND.
           MOVE WS-REG-APPL-FACE-AMT (WS-REG-SUB)
                                       TO RCOFC-APPL-FACE-AMT.
           MOVE WS-REG-OFR-FACE-AMT (WS-REG-SUB)
                                       TO RCOFC-OFR-FACE-AMT.

           PERFORM  COFC-2000-WRITE
               THRU COFC-2000-WRITE-X.

           ADD  1                      TO WS-COFC-REC-WRITTEN.

       5200-WRITE-CHASE-ROW-X.
           EXIT.
      /
      *------------------------
       6000-PRINT-GRAND-TOTALS.
      *------------------------

      *MSG: REGISTER ROWS READ @1, NEW COUNTER-OFFERS REGISTERED @2
           MOVE 'AS95150001'           TO WGLOB-MSG-REF-INFO.
           MOVE WS-COFI-REC-READ       TO WS-PIC-COUNTER.
           MOVE WS-PIC-COUNTER         TO WGLOB-MSG-PARM (1).
           MOVE WS-NEW-REG-CNT         TO WS-PIC-COUNTER.
           MOVE WS-PIC-COUNTER         TO WGLOB-MSG-PARM (2).
           PERFORM  0260-1000-GENERATE-MESSAGE
               THRU 0260-1000-GENERATE-MESSAGE-X.

      *MSG: RESPONSES READ @1, ACCEPTED @2, REFUSED @3
           MOVE 'AS95150002'           TO WGLOB-MSG-REF-INFO.
           MOVE WS-COFA-REC-READ       TO WS-PIC-COUNTER.
           MOVE WS-PIC-COUNTER         TO WGLOB-MSG-PARM (1).
           MOVE WS-ACCEPTED-CNT        TO WS-PIC-COUNTER.
           MOVE WS-PIC-COUNTER         TO WGLOB-MSG-PARM (2).
           MOVE WS-REFUSED-CNT         TO WS-PIC-COUNTER.
           MOVE WS-PIC-COUNTER         TO WGLOB-MSG-PARM (3).
           PERFORM  0260-1000-GENERATE-MESSAGE
               THRU 0260-1000-GENERATE-MESSAGE-X.

      *MSG: CHASE ROWS WRITTEN @1, EXPIRED @2, NOT-TAKEN ROWS WRITTEN @3
           MOVE 'AS95150003'           TO WGLOB-MSG-REF-INFO.
           MOVE WS-COFC-REC-WRITTEN    TO WS-PIC-COUNTER.
           MOVE WS-PIC-COUNTER         TO WGLOB-MSG-PARM (1).
           MOVE WS-EXPIRED-CNT         TO WS-PIC-COUNTER.
           MOVE WS-PIC-COUNTER         TO WGLOB-MSG-PARM (2).
           MOVE WS-COFD-REC-WRITTEN    TO WS-PIC-COUNTER.
           MOVE WS-PIC-COUNTER         TO WGLOB-MSG-PARM (3).
           PERFORM  0260-1000-GENERATE-MESSAGE
               THRU 0260-1000-GENERATE-MESSAGE-X.

      *MSG: REGISTER ROWS WRITTEN @1, DROPPED @2
           MOVE 'AS95150009'           TO WGLOB-MSG-REF-INFO.
           MOVE WS-COFO-REC-WRITTEN    TO WS-PIC-COUNTER.
           MOVE WS-PIC-COUNTER         TO WGLOB-MSG-PARM (1).
           MOVE WS-DROPPED-CNT         TO WS-PIC-COUNTER.
           MOVE WS-PIC-COUNTER         TO WGLOB-MSG-PARM (2).
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
      *------------------
       7200-FIND-REG-APP.
      *------------------

      * LOOKS WS-FIND-APP-ID UP ON THE REGISTER TABLE; WHEN FOUND
      * WS-CUR-SUB POINTS AT THE ENTRY.

           SET  WS-REG-NOT-FOUND       TO TRUE.

           PERFORM  7210-CHECK-REG-APP
               THRU 7210-CHECK-REG-APP-X
               VARYING WS-REG-SUB FROM 1 BY 1
               UNTIL WS-REG-SUB > WS-REG-CNT
               OR    WS-REG-FOUND.

       7200-FIND-REG-APP-X.
           EXIT.
      /
      *-------------------
       7210-CHECK-REG-APP.
      *-------------------

           IF   WS-REG-APP-ID (WS-REG-SUB) = WS-FIND-APP-ID
                SET  WS-REG-FOUND      TO TRUE
                MOVE WS-REG-SUB        TO WS-CUR-SUB
           END-IF.

       7210-CHECK-REG-APP-X.
           EXIT.
      /
      *---------------------
       7300-WRITE-NOT-TAKEN.
      *---------------------

      * THE NOT-TAKEN ROW IS IN THE WITHDRAWAL DISPOSITION LAYOUT SO
      * THE DOWNSTREAM WDRW READERS CLOSE THE APPLICATION AS 'NT'.

           MOVE SPACES                 TO RCOFD-SEQ-REC-INFO.
           MOVE WS-DISP-APP-ID         TO RCOFD-APP-ID.
           SET  RCOFD-DISP-NOT-TAKEN   TO TRUE.
           MOVE WS-DISP-DT             TO RCOFD-DISP-DT.

           PERFORM  COFD-2000-WRITE
               THRU COFD-2000-WRITE-X.

           ADD  1                      TO WS-COFD-REC-WRITTEN.

       7300-WRITE-NOT-TAKEN-X.
           EXIT.
      /
      *-----------------
       9999-CLOSE-FILES.
      *-----------------

           PERFORM  COFI-5000-CLOSE
               THRU COFI-5000-CLOSE-X.

           PERFORM  COFA-5000-CLOSE
               THRU COFA-5000-CLOSE-X.

           PERFORM  COFO-5000-CLOSE
               THRU COFO-5000-CLOSE-X.

           PERFORM  COFC-5000-CLOSE
               THRU COFC-5000-CLOSE-X.

           PERFORM  COFD-5000-CLOSE
               THRU COFD-5000-CLOSE-X.

       9999-CLOSE-FILES-X.
           EXIT.
      /
      *****************************************************************
      * I/O PROCESSING COPYBOOKS                                      *
      *****************************************************************

       COPY ACPICOFI.
      /
       COPY ACPICOFO.
      /
       COPY ACPICOFA.
      /
       COPY ACPICOFC.
      /
       COPY ACPICOFD.
      /
       COPY ACPAUCVG.
       COPY ACPNUCVG.
       COPY ACPOUCVG.
       COPY ACPLUCVG.
      /
       COPY ACPNURTG.
      /
      *****************************************************************
      * ERROR HANDLING ROUTINES                                       *
      *****************************************************************

       COPY XCPL0030.

       COPY XCPL0260.

      *****************************************************************
      **                 END OF PROGRAM ASBM9515                     **
      *****************************************************************
