      *************************
       IDENTIFICATION DIVISION.
      *************************

       PROGRAM-ID. ASBM9512.

       COPY XCWWCRHT.

      *****************************************************************
      **  MEMBER :  ASBM9512                                         **
      **  REMARKS:  MOTOR VEHICLE RECORD RESULTS MATCHING.  THE      **
      **            IMPORT ORDERS AN INSURED'S DRIVING RECORD (THE   **
      **            MVRO ORDER EXTRACT AND AN 'MVR' REQUIREMENT      **
      **            ORDERED) ON A POSITIVE HAZARDOUS-DRIVING ANSWER  **
      **            OR A FACE ABOVE THE PLAN'S MVRT THRESHOLD.  THIS **
      **            JOB LOADS THE MVRO ORDER HISTORY, MATCHES THE    **
      **            VENDOR'S MVRI RESULTS BACK BY APP ID AND CLIENT, **
      **            AND DECIDES EACH RECORD:                         **
      **              - CLEAN - THE REQUIREMENT IS SET RECEIVED ON   **
      **                THE SIRU STATUS UPDATE EXTRACT, WITH NO      **
      **                UNDERWRITER TOUCH;                           **
      **              - VIOLATION POINTS ABOVE THE PLAN'S REFERRAL   **
      **                THRESHOLD, A SUSPENDED OR REVOKED LICENCE,   **
      **                OR NO RECORD FOUND - A ROW IS WRITTEN TO THE **
      **                MVRH REFERRAL FILE, WHICH ASBM9428 MERGES    **
      **                INTO THE WORK QUEUE AS AN 'MV' ITEM FOR AN   **
      **                UNDERWRITER.                                 **
      **            A RESULT MATCHING NO ORDER IS REPORTED ON SIRU   **
      **            AND ENDS THE STEP RC 4; AN ORDER HISTORY TOO     **
      **            LARGE FOR THE TABLE ENDS IT RC 8.                **
      **                                                             **
      **            THE MVRO ORDER HISTORY IS EVERY GENERATION OF    **
      **            THE IMPORT'S ORDER EXTRACT SINCE THE OLDEST      **
      **            ORDER STILL OUTSTANDING, CONCATENATED IN THE     **
      **            JCL.                                             **
      **                                                             **
      **            JCL PARM:  BYTES 1-2   COMPANY                   **
      **                       BYTES 3-5   DEFAULT REFERRAL POINTS,  **
      **                                   USED FOR A PLAN WITH NO   **
      **                                   MVRT ROW (DEFAULT 006)    **
      **                                                             **
      **  DOMAIN :  UW                                               **
      **  CLASS  :  PD                                               **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
951627**  15OCT26  DEV    NEW PROGRAM                                **
      *****************************************************************

      **********************
       ENVIRONMENT DIVISION.
      **********************

       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY ACSSMVRO.
       COPY ACSSMVRI.
       COPY ACSSMVRH.
       COPY ACSSSIRU.

      ***************
       DATA DIVISION.
      ***************

       FILE SECTION.

       COPY ACSDMVRO.

       COPY ACSRMVRO.

       COPY ACSDMVRI.

       COPY ACSRMVRI.

       COPY ACSDMVRH.

       COPY ACSRMVRH.

       COPY ACSDSIRU.

       COPY ACSRSIRU.

       WORKING-STORAGE SECTION.

       COPY XCWWPGWS REPLACING '$VAR1' BY 'ASBM9512'.

       COPY SQLCA.

       01  WS-COUNTERS.
           05  WS-MVRO-REC-READ             PIC 9(07)  VALUE ZEROS.
           05  WS-MVRI-REC-READ             PIC 9(07)  VALUE ZEROS.
           05  WS-CLEARED-CNT               PIC 9(07)  VALUE ZEROS.
           05  WS-REFERRED-CNT              PIC 9(07)  VALUE ZEROS.
           05  WS-UNMATCHED-CNT             PIC 9(07)  VALUE ZEROS.
           05  WS-PIC-COUNTER               PIC Z(06)9.

      * IN-STORAGE MVR ORDER TABLE BUILT FROM THE MVRO ORDER HISTORY.
      * AN INSURED ORDERED TWICE (A RE-IMPORTED APPLICATION) HOLDS
      * ONE ENTRY - THE LATER ORDER REPLACES THE EARLIER.

       01  WS-ORD-WORK-AREA.
           05  WS-ORD-MAX                   PIC S9(04) COMP
                                                       VALUE +5000.
           05  WS-ORD-CNT                   PIC S9(04) COMP VALUE ZERO.
           05  WS-ORD-SUB                   PIC S9(04) COMP.
           05  WS-ORD-USE-SUB               PIC S9(04) COMP.
           05  WS-ORD-TBL.
               10  WS-ORD-ENTRY             OCCURS 5000 TIMES.
                   15  WS-ORD-APP-ID        PIC X(15).
                   15  WS-ORD-CLI-ID        PIC X(10).
                   15  WS-ORD-POL-ID        PIC X(10).
                   15  WS-ORD-PLAN-ID       PIC X(15).
           05  WS-ORD-OVRFLW-SW             PIC X(01)  VALUE 'N'.
               88  WS-ORD-OVERFLOW                VALUE 'Y'.

       01  WS-PGM-WORK-AREA.
           05  WS-RUN-DT-CCYYMMDD           PIC 9(08)  VALUE ZEROS.
           05  WS-DFLT-PT-THRSHLD           PIC 9(03)  VALUE 006.
           05  WS-DFLT-PT-THRSHLD-X         REDEFINES
                                            WS-DFLT-PT-THRSHLD
                                            PIC X(03).
           05  WS-PT-THRSHLD                PIC 9(03).
           05  WS-RFR-REASN-CD              PIC X(01).
               88  WS-RFR-NONE                    VALUE SPACE.
               88  WS-RFR-POINTS                  VALUE 'P'.
               88  WS-RFR-LICENSE                 VALUE 'L'.
               88  WS-RFR-NO-RECORD               VALUE 'N'.
           05  WS-MAX-RC                    PIC 9(02)  VALUE ZERO.
      /
       COPY XCWTFCMD.
      /
       COPY ACSWMVRO.
       COPY ACSWMVRI.
       COPY ACSWMVRH.
       COPY ACSWSIRU.
      /
       COPY ACWLMVRT.
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
               10  LK-DFLT-PT-THRSHLD      PIC X(03).
               10  FILLER                  PIC X(25).
      /
       PROCEDURE DIVISION USING LK-PARM-AREA.

      *--------------
       0000-MAINLINE.
      *--------------

           PERFORM  0100-OPEN-FILES
               THRU 0100-OPEN-FILES-X.

           PERFORM  0200-INITIALIZE
               THRU 0200-INITIALIZE-X.

           PERFORM  1000-LOAD-ORDER-TABLE
               THRU 1000-LOAD-ORDER-TABLE-X.

           IF   NOT WS-ORD-OVERFLOW
                PERFORM  MVRI-1000-READ
                    THRU MVRI-1000-READ-X

                PERFORM  2000-MATCH-ONE-RESULT
                    THRU 2000-MATCH-ONE-RESULT-X
                    UNTIL WMVRI-SEQ-IO-EOF
           END-IF.

           PERFORM  5000-PRINT-GRAND-TOTALS
               THRU 5000-PRINT-GRAND-TOTALS-X.

           PERFORM  9999-CLOSE-FILES
               THRU 9999-CLOSE-FILES-X.

           IF   WS-UNMATCHED-CNT       > ZERO
                MOVE 4                 TO WS-MAX-RC
           END-IF.

           IF   WS-ORD-OVERFLOW
                MOVE 8                 TO WS-MAX-RC
           END-IF.

           MOVE WS-MAX-RC              TO RETURN-CODE.

           STOP RUN.

       0000-MAINLINE-X.
           EXIT.
      /
      *----------------
       0100-OPEN-FILES.
      *----------------

           PERFORM  MVRO-3000-OPEN-INPUT
               THRU MVRO-3000-OPEN-INPUT-X.

           PERFORM  MVRI-3000-OPEN-INPUT
               THRU MVRI-3000-OPEN-INPUT-X.

           PERFORM  MVRH-4000-OPEN-OUTPUT
               THRU MVRH-4000-OPEN-OUTPUT-X.

           PERFORM  SIRU-4000-OPEN-OUTPUT
               THRU SIRU-4000-OPEN-OUTPUT-X.

       0100-OPEN-FILES-X.
           EXIT.
      /
      *----------------
       0200-INITIALIZE.
      *----------------

           ACCEPT  WS-RUN-DT-CCYYMMDD  FROM DATE YYYYMMDD.

           IF   LK-PARM-LEN                  > ZERO
                IF   LK-COMPANY-CODE         > SPACES
                     MOVE LK-COMPANY-CODE
                                        TO WGLOB-COMPANY-CODE
                END-IF
                IF   LK-DFLT-PT-THRSHLD      IS NUMERIC
                     MOVE LK-DFLT-PT-THRSHLD
                                        TO WS-DFLT-PT-THRSHLD-X
                END-IF
           END-IF.

       0200-INITIALIZE-X.
           EXIT.
      /
      *-----------------------
       1000-LOAD-ORDER-TABLE.
      *-----------------------

           PERFORM  MVRO-1000-READ
               THRU MVRO-1000-READ-X.

           PERFORM  1100-LOAD-ONE-ORDER
               THRU 1100-LOAD-ONE-ORDER-X
               UNTIL WMVRO-SEQ-IO-EOF
               OR    WS-ORD-OVERFLOW.

       1000-LOAD-ORDER-TABLE-X.
           EXIT.
      /
      *--------------------
       1100-LOAD-ONE-ORDER.
      *--------------------

           ADD  1                      TO WS-MVRO-REC-READ.

           MOVE ZERO                   TO WS-ORD-USE-SUB.

           PERFORM  1200-FIND-SAME-ORDER
               THRU 1200-FIND-SAME-ORDER-X
               VARYING WS-ORD-SUB FROM 1 BY 1
               UNTIL WS-ORD-SUB > WS-ORD-CNT
               OR    WS-ORD-USE-SUB > ZERO.

           IF   WS-ORD-USE-SUB         = ZERO
                IF   WS-ORD-CNT        < WS-ORD-MAX
                     ADD  1            TO WS-ORD-CNT
                     MOVE WS-ORD-CNT   TO WS-ORD-USE-SUB
                ELSE
                     SET  WS-ORD-OVERFLOW
                                       TO TRUE
      *MSG: MVR ORDER TABLE FULL - RUN INCOMPLETE - RC 8
                     MOVE 'AS95120005' TO WGLOB-MSG-REF-INFO
                     PERFORM  0260-1000-GENERATE-MESSAGE
                         THRU 0260-1000-GENERATE-MESSAGE-X
                     GO TO 1100-LOAD-ONE-ORDER-X
                END-IF
           END-IF.

           MOVE RMVRO-APP-ID           TO WS-ORD-APP-ID
                                              (WS-ORD-USE-SUB).
           MOVE RMVRO-CLI-ID           TO WS-ORD-CLI-ID
                                              (WS-ORD-USE-SUB).
           MOVE RMVRO-POL-ID           TO WS-ORD-POL-ID
                                              (WS-ORD-USE-SUB).
           MOVE RMVRO-PLAN-ID          TO WS-ORD-PLAN-ID
                                              (WS-ORD-USE-SUB).

           PERFORM  MVRO-1000-READ
               THRU MVRO-1000-READ-X.

       1100-LOAD-ONE-ORDER-X.
           EXIT.
      /
      *---------------------
       1200-FIND-SAME-ORDER.
      *---------------------

           IF   WS-ORD-APP-ID (WS-ORD-SUB) = RMVRO-APP-ID
           AND  WS-ORD-CLI-ID (WS-ORD-SUB) = RMVRO-CLI-ID
                MOVE WS-ORD-SUB        TO WS-ORD-USE-SUB
           END-IF.

       1200-FIND-SAME-ORDER-X.
           EXIT.
      /
      *------------------------
       2000-MATCH-ONE-RESULT.
      *------------------------

           ADD  1                      TO WS-MVRI-REC-READ.

           MOVE ZERO                   TO WS-ORD-USE-SUB.

           PERFORM  2100-FIND-ORDER
               THRU 2100-FIND-ORDER-X
               VARYING WS-ORD-SUB FROM 1 BY 1
               UNTIL WS-ORD-SUB > WS-ORD-CNT
               OR    WS-ORD-USE-SUB > ZERO.

           IF   WS-ORD-USE-SUB         = ZERO
                ADD  1                 TO WS-UNMATCHED-CNT
                PERFORM  2400-WRITE-UNMATCHED-REC
                    THRU 2400-WRITE-UNMATCHED-REC-X
      *MSG: MVR RESULT FOR APP @1 CLIENT @2 MATCHES NO ORDER
                MOVE 'AS95120002'      TO WGLOB-MSG-REF-INFO
                MOVE RMVRI-APP-ID      TO WGLOB-MSG-PARM (1)
                MOVE RMVRI-CLI-ID      TO WGLOB-MSG-PARM (2)
                PERFORM  0260-1000-GENERATE-MESSAGE
                    THRU 0260-1000-GENERATE-MESSAGE-X
                GO TO 2000-MATCH-ONE-RESULT-R
           END-IF.

           PERFORM  2200-EVALUATE-RECORD
               THRU 2200-EVALUATE-RECORD-X.

           IF   WS-RFR-NONE
                ADD  1                 TO WS-CLEARED-CNT
                PERFORM  2300-WRITE-RECEIVED-REC
                    THRU 2300-WRITE-RECEIVED-REC-X
           ELSE
                ADD  1                 TO WS-REFERRED-CNT
                PERFORM  2500-WRITE-REFERRAL-REC
                    THRU 2500-WRITE-REFERRAL-REC-X
      *MSG: MVR REFERRED APP @1 CLIENT @2 RSN @3 POINTS @4 LIMIT @5
                MOVE 'AS95120003'      TO WGLOB-MSG-REF-INFO
                MOVE RMVRI-APP-ID      TO WGLOB-MSG-PARM (1)
                MOVE RMVRI-CLI-ID      TO WGLOB-MSG-PARM (2)
                MOVE WS-RFR-REASN-CD   TO WGLOB-MSG-PARM (3)
                MOVE RMVRI-VIOL-PT-TOT TO WGLOB-MSG-PARM (4)
                MOVE WS-PT-THRSHLD     TO WGLOB-MSG-PARM (5)
                PERFORM  0260-1000-GENERATE-MESSAGE
                    THRU 0260-1000-GENERATE-MESSAGE-X
           END-IF.

       2000-MATCH-ONE-RESULT-R.

           PERFORM  MVRI-1000-READ
               THRU MVRI-1000-READ-X.

       2000-MATCH-ONE-RESULT-X.
           EXIT.
      /
      *------------------
       2100-FIND-ORDER.
      *------------------

           IF   WS-ORD-APP-ID (WS-ORD-SUB) = RMVRI-APP-ID
           AND  WS-ORD-CLI-ID (WS-ORD-SUB) = RMVRI-CLI-ID
                MOVE WS-ORD-SUB        TO WS-ORD-USE-SUB
           END-IF.

       2100-FIND-ORDER-X.
           EXIT.
      /
      *-----------------------
       2200-EVALUATE-RECORD.
      *-----------------------

      * THE REFERRAL THRESHOLD IS THE ORDERING PLAN'S (OR THE DEFAULT
      * MVRT ROW'S); A PLAN WITH NEITHER TAKES THE PARM DEFAULT.  A
      * LICENCE NOT IN GOOD STANDING, OR NO RECORD FOUND, ALWAYS GOES
      * TO AN UNDERWRITER WHATEVER THE POINTS.

           MOVE WS-ORD-PLAN-ID (WS-ORD-USE-SUB)
                                       TO LMVRT-PLAN-ID.

           CALL 'ASRUMVRT' USING WGLOB-GLOBAL-AREA
                                 LMVRT-PARM-AREA.

           IF   LMVRT-NO-ROW-FOUND
                MOVE WS-DFLT-PT-THRSHLD
                                       TO WS-PT-THRSHLD
           ELSE
                MOVE LMVRT-VIOL-PT-THRSHLD
                                       TO WS-PT-THRSHLD
           END-IF.

           EVALUATE TRUE
               WHEN RMVRI-NO-RECORD-FOUND
                    SET  WS-RFR-NO-RECORD
                                       TO TRUE
               WHEN RMVRI-LIC-SUSPENDED
               WHEN RMVRI-LIC-REVOKED
                    SET  WS-RFR-LICENSE
                                       TO TRUE
               WHEN RMVRI-VIOL-PT-TOT  > WS-PT-THRSHLD
                    SET  WS-RFR-POINTS TO TRUE
               WHEN OTHER
                    SET  WS-RFR-NONE   TO TRUE
           END-EVALUATE.

       2200-EVALUATE-RECORD-X.
           EXIT.
      /
      *---------------------------
       2300-WRITE-RECEIVED-REC.
      *---------------------------

      * A CLEAN RECORD SATISFIES THE MVR REQUIREMENT OUTRIGHT.

           MOVE SPACES                 TO RSIRU-SEQ-REC-INFO.
           SET  RSIRU-REC-TYP-RECEIVED TO TRUE.
           MOVE RMVRI-APP-ID           TO RSIRU-APP-ID.
           MOVE RMVRI-CLI-ID           TO RSIRU-CLI-ID.
           MOVE 'MVR'                  TO RSIRU-REQIR-CODE.
           MOVE RMVRI-VENDOR-ID        TO RSIRU-VENDOR-ID.
           MOVE RMVRI-RESULT-DT        TO RSIRU-RESULT-DT.

           PERFORM  SIRU-2000-WRITE
               THRU SIRU-2000-WRITE-X.

       2300-WRITE-RECEIVED-REC-X.
           EXIT.
      /
      *----------------------------
       2400-WRITE-UNMATCHED-REC.
      *----------------------------

           MOVE SPACES                 TO RSIRU-SEQ-REC-INFO.
           SET  RSIRU-REC-TYP-UNMATCHED
                                       TO TRUE.
           MOVE RMVRI-APP-ID           TO RSIRU-APP-ID.
           MOVE RMVRI-CLI-ID           TO RSIRU-CLI-ID.
           MOVE 'MVR'                  TO RSIRU-REQIR-CODE.
           MOVE RMVRI-VENDOR-ID        TO RSIRU-VENDOR-ID.
           MOVE RMVRI-RESULT-DT        TO RSIRU-RESULT-DT.

           PERFORM  SIRU-2000-WRITE
               THRU SIRU-2000-WRITE-X.

       2400-WRITE-UNMATCHED-REC-X.
           EXIT.
      /
      *----------------------------
       2500-WRITE-REFERRAL-REC.
      *----------------------------

      * THE REQUIREMENT STAYS OPEN - THE UNDERWRITER WORKING THE
      * 'MV' QUEUE ITEM RECEIVES IT.

           MOVE SPACES                 TO RMVRH-SEQ-REC-INFO.
           MOVE RMVRI-APP-ID           TO RMVRH-APP-ID.
           MOVE RMVRI-CLI-ID           TO RMVRH-CLI-ID.
           MOVE WS-ORD-POL-ID (WS-ORD-USE-SUB)
                                       TO RMVRH-POL-ID.
           MOVE WS-RFR-REASN-CD        TO RMVRH-RFR-REASN-CD.
           MOVE RMVRI-VIOL-PT-TOT      TO RMVRH-VIOL-PT-TOT.
           MOVE WS-PT-THRSHLD          TO RMVRH-VIOL-PT-THRSHLD.
           MOVE RMVRI-LIC-STAT-CD      TO RMVRH-LIC-STAT-CD.
           MOVE RMVRI-RESULT-DT        TO RMVRH-RESULT-DT.
           MOVE WS-RUN-DT-CCYYMMDD     TO RMVRH-DETECT-DT.

           PERFORM  MVRH-2000-WRITE
               THRU MVRH-2000-WRITE-X.

       2500-WRITE-REFERRAL-REC-X.
           EXIT.
      /
      *------------------------
       5000-PRINT-GRAND-TOTALS.
      *------------------------

      *MSG: MVR ORDERS LOADED @1, RESULTS READ @2
           MOVE 'AS95120001'           TO WGLOB-MSG-REF-INFO.
           MOVE WS-MVRO-REC-READ       TO WS-PIC-COUNTER.
           MOVE WS-PIC-COUNTER         TO WGLOB-MSG-PARM (1).
           MOVE WS-MVRI-REC-READ       TO WS-PIC-COUNTER.
           MOVE WS-PIC-COUNTER         TO WGLOB-MSG-PARM (2).
           PERFORM  0260-1000-GENERATE-MESSAGE
               THRU 0260-1000-GENERATE-MESSAGE-X.

      *MSG: MVR CLEARED @1, REFERRED @2, UNMATCHED @3
           MOVE 'AS95120004'           TO WGLOB-MSG-REF-INFO.
           MOVE WS-CLEARED-CNT         TO WS-PIC-COUNTER.
           MOVE WS-PIC-COUNTER         TO WGLOB-MSG-PARM (1).
           MOVE WS-REFERRED-CNT        TO WS-PIC-COUNTER.
           MOVE WS-PIC-COUNTER         TO WGLOB-MSG-PARM (2).
           MOVE WS-UNMATCHED-CNT       TO WS-PIC-COUNTER.
           MOVE WS-PIC-COUNTER         TO WGLOB-MSG-PARM (3).
           PERFORM  0260-1000-GENERATE-MESSAGE
               THRU 0260-1000-GENERATE-MESSAGE-X.

       5000-PRINT-GRAND-TOTALS-X.
           EXIT.
      /
      *-----------------
       9999-CLOSE-FILES.
      *-----------------

           PERFORM  MVRO-5000-CLOSE
               THRU MVRO-5000-CLOSE-X.

           PERFORM  MVRI-5000-CLOSE
               THRU MVRI-5000-CLOSE-X.

           PERFORM  MVRH-5000-CLOSE
               THRU MVRH-5000-CLOSE-X.

           PERFORM  SIRU-5000-CLOSE
               THRU SIRU-5000-CLOSE-X.

       9999-CLOSE-FILES-X.
           EXIT.
      /
      *****************************************************************
      * I/O PROCESSING COPYBOOKS                                      *
      *****************************************************************

       COPY ACPIMVRO.
      /
       COPY ACPIMVRI.
      /
       COPY ACPIMVRH.
      /
       COPY ACPISIRU.
      /
      *****************************************************************
      * ERROR HANDLING ROUTINES                                       *
      *****************************************************************

       COPY XCPL0030.

       COPY XCPL0260.

      *****************************************************************
      **                 END OF PROGRAM ASBM9512                     **
      *****************************************************************
