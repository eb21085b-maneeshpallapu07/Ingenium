      *************************
       IDENTIFICATION DIVISION.
      *************************

       PROGRAM-ID. ASBM9522.

       COPY XCWWCRHT.

      *****************************************************************
      **  MEMBER :  ASBM9522                                         **
      **  REMARKS:  REFERRAL CODE EXCEPTION LIST.  READS THE RUPOL   **
      **            DRIVER EXTRACT AND CHECKS THE REFERRAL CODE OF   **
      **            EVERY APPLICATION UPLOADED IN THE RUN WINDOW     **
      **            AGAINST THE RFPT REFERRAL PARTNER MASTER AS OF   **
      **            ITS UPLOAD DATE.  A CODE NOT ON THE MASTER (U),  **
      **            EXPIRED (X) OR NOT YET EFFECTIVE (N) ON THAT     **
      **            DATE IS WRITTEN TO THE RFEX EXCEPTION LIST FOR   **
      **            THE PARTNER MANAGERS - NO REFERRAL FEE IS PAID   **
      **            ON IT UNTIL THE MASTER IS PUT RIGHT.  ANY        **
      **            EXCEPTION ENDS THE STEP RC 4; A FULL MASTER      **
      **            TABLE ENDS IT RC 8 WITHOUT THE LIST BODY.        **
      **                                                             **
      **            JCL PARM:  BYTES 1-2   COMPANY                   **
      **                       BYTES 3-12  FROM UPLOAD DATE          **
      **                                   (CCYY-MM-DD, DEFAULT -    **
      **                                   THE RUN DATE)             **
      **                       BYTES 13-22 TO UPLOAD DATE            **
      **                                   (DEFAULT - THE FROM DATE) **
      **                                                             **
      **  DOMAIN :  UW                                               **
      **  CLASS  :  PD                                               **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
271946**  15OCT26  DEV    NEW PROGRAM                                **
      *****************************************************************

      **********************
       ENVIRONMENT DIVISION.
      **********************

       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY ACSSRFPT.
       COPY ACSSRFEX.

      ***************
       DATA DIVISION.
      ***************

       FILE SECTION.

       COPY ACSDRFPT.

       COPY ACSRRFPT.

       COPY ACSDRFEX.

       COPY ACSRRFEX.

       WORKING-STORAGE SECTION.

       COPY XCWWPGWS REPLACING '$VAR1' BY 'ASBM9522'.

       COPY SQLCA.

       01  WS-COUNTERS.
           05  WS-RUPOL-REC-READ            PIC 9(07)  VALUE ZEROS.
           05  WS-REFRL-APP-CNT             PIC 9(07)  VALUE ZEROS.
           05  WS-UNKNOWN-CNT               PIC 9(07)  VALUE ZEROS.
           05  WS-EXPIRED-CNT               PIC 9(07)  VALUE ZEROS.
           05  WS-NOT-YET-EFF-CNT           PIC 9(07)  VALUE ZEROS.
           05  WS-RFEX-DTL-CNT              PIC 9(07)  VALUE ZEROS.
           05  WS-PIC-COUNTER               PIC Z(06)9.

       01  WS-PGM-WORK-AREA.
           05  WS-RUN-DT-CCYYMMDD           PIC 9(08)  VALUE ZEROS.
           05  WS-RUN-DT-GRP                REDEFINES
               WS-RUN-DT-CCYYMMDD.
               10  WS-RUN-DT-CCYY           PIC 9(04).
               10  WS-RUN-DT-MM             PIC 9(02).
               10  WS-RUN-DT-DD             PIC 9(02).
           05  WS-RUN-DT-ISO.
               10  WS-RUN-ISO-CCYY          PIC 9(04).
               10  FILLER                   PIC X(01)  VALUE '-'.
               10  WS-RUN-ISO-MM            PIC 9(02).
               10  FILLER                   PIC X(01)  VALUE '-'.
               10  WS-RUN-ISO-DD            PIC 9(02).
           05  WS-FROM-DT                   PIC X(10).
           05  WS-TO-DT                     PIC X(10).
           05  WS-MAX-RC                    PIC 9(02)  VALUE ZERO.

      * IN-STORAGE REFERRAL PARTNER MASTER.  A CODE MAY CARRY ONE ROW
      * PER PERIOD; THE ROW COVERING THE LOOKUP DATE IS USED.

       01  WS-RFPT-WORK-AREA.
           05  WS-RFPT-MAX                  PIC S9(04) COMP VALUE +2000.
           05  WS-RFPT-CNT                  PIC S9(04) COMP VALUE ZERO.
           05  WS-RFPT-SUB                  PIC S9(04) COMP.
           05  WS-RFPT-USE-SUB              PIC S9(04) COMP.
           05  WS-RFPT-NEAR-SUB             PIC S9(04) COMP.
           05  WS-RFPT-REFRL-CD-IN          PIC X(06).
           05  WS-RFPT-DT-IN                PIC X(10).
           05  WS-RFPT-EXCP-CD              PIC X(01).
               88  WS-RFPT-CD-VALID               VALUE SPACE.
               88  WS-RFPT-CD-UNKNOWN             VALUE 'U'.
               88  WS-RFPT-CD-EXPIRED             VALUE 'X'.
               88  WS-RFPT-CD-NOT-YET-EFF         VALUE 'N'.
           05  WS-RFPT-TBL.
               10  WS-RFPT-ENTRY            OCCURS 2000 TIMES.
                   15  WS-RFPT-REFRL-CD     PIC X(06).
                   15  WS-RFPT-PRTNR-ID     PIC X(10).
                   15  WS-RFPT-EFF-DT       PIC X(10).
                   15  WS-RFPT-EXP-DT       PIC X(10).
           05  WS-RFPT-OVRFLW-SW            PIC X(01)  VALUE 'N'.
               88  WS-RFPT-OVERFLOW               VALUE 'Y'.
      /
       COPY XCWTFCMD.
      /
       COPY ACSWRUPL.
       COPY ACSWRFPT.
       COPY ACSWRFEX.
      /
      *****************************************************************
      * INPUT PARAMETER INFORMATION                                   *
      *****************************************************************

       01  WGLOB-GLOBAL-AREA.
       COPY XCWWGLOB.

       COPY ACFRUPOL.
      /
       LINKAGE SECTION.
      *****************

       01  LK-PARM-AREA.
           05  LK-PARM-LEN                 PIC S9(04) COMP.
           05  LK-PARM-DATA.
               10  LK-COMPANY-CODE         PIC X(02).
               10  LK-FROM-DT              PIC X(10).
               10  LK-TO-DT                PIC X(10).
               10  FILLER                  PIC X(08).
      /
       PROCEDURE DIVISION USING LK-PARM-AREA.

      *--------------
       0000-MAINLINE.
      *--------------

           PERFORM  0100-OPEN-FILES
               THRU 0100-OPEN-FILES-X.

           PERFORM  0200-INITIALIZE
               THRU 0200-INITIALIZE-X.

           PERFORM  1000-LOAD-PARTNERS
               THRU 1000-LOAD-PARTNERS-X.

      *
      * A PARTIAL MASTER WOULD LIST GOOD CODES AS UNKNOWN - THE RUN
      * ENDS ON THE ABORT MESSAGE INSTEAD.
      *
           IF   NOT WS-RFPT-OVERFLOW
                PERFORM  RUPL-1000-READ
                    THRU RUPL-1000-READ-X

                PERFORM  2000-PROCESS-APP
                    THRU 2000-PROCESS-APP-X
                    UNTIL WRUPL-SEQ-IO-EOF

                PERFORM  4500-WRITE-TRAILER
                    THRU 4500-WRITE-TRAILER-X
           END-IF.

           PERFORM  5000-PRINT-GRAND-TOTALS
               THRU 5000-PRINT-GRAND-TOTALS-X.

           PERFORM  9999-CLOSE-FILES
               THRU 9999-CLOSE-FILES-X.

           IF   WS-RFEX-DTL-CNT        > ZERO
                MOVE 4                 TO WS-MAX-RC
           END-IF.

           IF   WS-RFPT-OVERFLOW
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

           PERFORM  RFPT-3000-OPEN-INPUT
               THRU RFPT-3000-OPEN-INPUT-X.

           PERFORM  RUPL-3000-OPEN-INPUT
               THRU RUPL-3000-OPEN-INPUT-X.

           PERFORM  RFEX-4000-OPEN-OUTPUT
               THRU RFEX-4000-OPEN-OUTPUT-X.

       0100-OPEN-FILES-X.
           EXIT.
      /
      *----------------
       0200-INITIALIZE.
      *----------------

           ACCEPT  WS-RUN-DT-CCYYMMDD  FROM DATE YYYYMMDD.

           MOVE WS-RUN-DT-CCYY         TO WS-RUN-ISO-CCYY.
           MOVE WS-RUN-DT-MM           TO WS-RUN-ISO-MM.
           MOVE WS-RUN-DT-DD           TO WS-RUN-ISO-DD.

           MOVE WS-RUN-DT-ISO          TO WS-FROM-DT.

           IF   LK-PARM-LEN                  > ZERO
           AND  LK-COMPANY-CODE              > SPACES
                MOVE LK-COMPANY-CODE    TO WGLOB-COMPANY-CODE
           END-IF.

           IF   LK-PARM-LEN                  > 2
           AND  LK-FROM-DT                   > SPACES
                MOVE LK-FROM-DT         TO WS-FROM-DT
           END-IF.

           MOVE WS-FROM-DT             TO WS-TO-DT.

           IF   LK-PARM-LEN                  > 12
           AND  LK-TO-DT                     > SPACES
                MOVE LK-TO-DT           TO WS-TO-DT
           END-IF.

           IF   WS-TO-DT               < WS-FROM-DT
      *MSG: UPLOAD DATE WINDOW INVALID (@1 TO @2) - RUN ABORTED
                MOVE 'AS95220001'      TO WGLOB-MSG-REF-INFO
                MOVE WS-FROM-DT        TO WGLOB-MSG-PARM (1)
                MOVE WS-TO-DT          TO WGLOB-MSG-PARM (2)
                PERFORM  0260-1000-GENERATE-MESSAGE
                    THRU 0260-1000-GENERATE-MESSAGE-X
                PERFORM  0030-5000-LOGIC-ERROR
                    THRU 0030-5000-LOGIC-ERROR-X
           END-IF.

       0200-INITIALIZE-X.
           EXIT.
      /
      *-------------------
       1000-LOAD-PARTNERS.
      *-------------------

           PERFORM  RFPT-1000-READ
               THRU RFPT-1000-READ-X.

           PERFORM  1100-LOAD-ONE-PARTNER
               THRU 1100-LOAD-ONE-PARTNER-X
               UNTIL WRFPT-SEQ-IO-EOF
               OR    WS-RFPT-OVERFLOW.

       1000-LOAD-PARTNERS-X.
           EXIT.
      /
      *----------------------
       1100-LOAD-ONE-PARTNER.
      *----------------------

           IF   WS-RFPT-CNT            < WS-RFPT-MAX
                ADD  1                 TO WS-RFPT-CNT
                MOVE RRFPT-REFRL-CD    TO WS-RFPT-REFRL-CD
                                              (WS-RFPT-CNT)
                MOVE RRFPT-PRTNR-ID    TO WS-RFPT-PRTNR-ID
                                              (WS-RFPT-CNT)
                MOVE RRFPT-EFF-DT      TO WS-RFPT-EFF-DT
                                              (WS-RFPT-CNT)
                MOVE RRFPT-EXP-DT      TO WS-RFPT-EXP-DT
                                              (WS-RFPT-CNT)
           ELSE
                SET  WS-RFPT-OVERFLOW  TO TRUE
      *MSG: REFERRAL PARTNER TABLE FULL - RUN ABORTED - RC 8
                MOVE 'AS95220002'      TO WGLOB-MSG-REF-INFO
                PERFORM  0260-1000-GENERATE-MESSAGE
                    THRU 0260-1000-GENERATE-MESSAGE-X
           END-IF.

           PERFORM  RFPT-1000-READ
               THRU RFPT-1000-READ-X.

       1100-LOAD-ONE-PARTNER-X.
           EXIT.
      /
      *-----------------
       2000-PROCESS-APP.
      *-----------------

           ADD  1                      TO WS-RUPOL-REC-READ.

           IF   RUPOL-REFRL-CD         = SPACES
           OR   RUPOL-APP-UPLD-DT      < WS-FROM-DT
           OR   RUPOL-APP-UPLD-DT      > WS-TO-DT
                GO TO 2000-PROCESS-APP-R
           END-IF.

           ADD  1                      TO WS-REFRL-APP-CNT.

           MOVE RUPOL-REFRL-CD         TO WS-RFPT-REFRL-CD-IN.
           MOVE RUPOL-APP-UPLD-DT      TO WS-RFPT-DT-IN.

           PERFORM  2100-FIND-PARTNER
               THRU 2100-FIND-PARTNER-X.

           IF   NOT WS-RFPT-CD-VALID
                PERFORM  3000-WRITE-RFEX-REC
                    THRU 3000-WRITE-RFEX-REC-X
           END-IF.

       2000-PROCESS-APP-R.

           PERFORM  RUPL-1000-READ
               THRU RUPL-1000-READ-X.

       2000-PROCESS-APP-X.
           EXIT.
      /
      *------------------
       2100-FIND-PARTNER.
      *------------------

      * WS-RFPT-USE-SUB - THE ROW COVERING WS-RFPT-DT-IN.  FAILING
      * THAT, WS-RFPT-NEAR-SUB - THE LAST ROW FOR THE CODE, WHICH
      * TELLS AN EXPIRED CODE FROM ONE NOT YET EFFECTIVE.

           MOVE ZERO                   TO WS-RFPT-USE-SUB
                                          WS-RFPT-NEAR-SUB.

           PERFORM  2110-CHECK-PARTNER
               THRU 2110-CHECK-PARTNER-X
               VARYING WS-RFPT-SUB FROM 1 BY 1
               UNTIL WS-RFPT-SUB     > WS-RFPT-CNT
               OR    WS-RFPT-USE-SUB > ZERO.

           IF   WS-RFPT-USE-SUB        > ZERO
                SET  WS-RFPT-CD-VALID  TO TRUE
           ELSE
                IF   WS-RFPT-NEAR-SUB  = ZERO
                     SET  WS-RFPT-CD-UNKNOWN
                                       TO TRUE
                ELSE
                     IF   WS-RFPT-DT-IN
                                       < WS-RFPT-EFF-DT
                                             (WS-RFPT-NEAR-SUB)
                          SET  WS-RFPT-CD-NOT-YET-EFF
                                       TO TRUE
                     ELSE
                          SET  WS-RFPT-CD-EXPIRED
                                       TO TRUE
                     END-IF
                END-IF
           END-IF.

       2100-FIND-PARTNER-X.
           EXIT.
      /
      *-------------------
       2110-CHECK-PARTNER.
      *-------------------

           IF   WS-RFPT-REFRL-CD (WS-RFPT-SUB) NOT = WS-RFPT-REFRL-CD-IN
                GO TO 2110-CHECK-PARTNER-X
           END-IF.

           MOVE WS-RFPT-SUB            TO WS-RFPT-NEAR-SUB.

           IF   WS-RFPT-DT-IN      NOT < WS-RFPT-EFF-DT (WS-RFPT-SUB)
           AND (WS-RFPT-EXP-DT (WS-RFPT-SUB) = SPACES
           OR   WS-RFPT-DT-IN      NOT > WS-RFPT-EXP-DT (WS-RFPT-SUB))
                MOVE WS-RFPT-SUB       TO WS-RFPT-USE-SUB
           END-IF.

       2110-CHECK-PARTNER-X.
           EXIT.
      /
      *--------------------
       3000-WRITE-RFEX-REC.
      *--------------------

           MOVE SPACES                 TO RRFEX-SEQ-REC-INFO.
           SET  RRFEX-REC-TYP-DETAIL   TO TRUE.
           MOVE RUPOL-APP-ID           TO RRFEX-APP-ID.
           MOVE RUPOL-POL-ID           TO RRFEX-POL-ID.
           MOVE RUPOL-REFRL-CD         TO RRFEX-REFRL-CD.
           MOVE WS-RFPT-EXCP-CD        TO RRFEX-EXCP-CD.
           MOVE RUPOL-APP-UPLD-DT      TO RRFEX-APP-UPLD-DT.

           IF   WS-RFPT-NEAR-SUB       > ZERO
                MOVE WS-RFPT-PRTNR-ID (WS-RFPT-NEAR-SUB)
                                       TO RRFEX-PRTNR-ID
                MOVE WS-RFPT-EFF-DT (WS-RFPT-NEAR-SUB)
                                       TO RRFEX-PRTNR-EFF-DT
                MOVE WS-RFPT-EXP-DT (WS-RFPT-NEAR-SUB)
                                       TO RRFEX-PRTNR-EXP-DT
           END-IF.

           PERFORM  RFEX-2000-WRITE
               THRU RFEX-2000-WRITE-X.

           ADD  1                      TO WS-RFEX-DTL-CNT.

           EVALUATE TRUE
               WHEN WS-RFPT-CD-UNKNOWN
                    ADD  1             TO WS-UNKNOWN-CNT
               WHEN WS-RFPT-CD-EXPIRED
                    ADD  1             TO WS-EXPIRED-CNT
               WHEN OTHER
                    ADD  1             TO WS-NOT-YET-EFF-CNT
           END-EVALUATE.

       3000-WRITE-RFEX-REC-X.
           EXIT.
      /
      *-------------------
       4500-WRITE-TRAILER.
      *-------------------

           MOVE SPACES                 TO RRFEX-SEQ-REC-INFO.
           SET  RRFEX-REC-TYP-TRAILER  TO TRUE.
           MOVE WS-FROM-DT             TO RRFEX-TRL-FROM-DT.
           MOVE WS-TO-DT               TO RRFEX-TRL-TO-DT.
           MOVE WS-REFRL-APP-CNT       TO RRFEX-TRL-REFRL-CNT.
           MOVE WS-RFEX-DTL-CNT        TO RRFEX-TRL-EXCP-CNT.

           PERFORM  RFEX-2000-WRITE
               THRU RFEX-2000-WRITE-X.

       4500-WRITE-TRAILER-X.
           EXIT.
      /
      *------------------------
       5000-PRINT-GRAND-TOTALS.
      *------------------------

      *MSG: APPS UPLOADED @1 TO @2 WITH A REFERRAL CODE - @3
           MOVE 'AS95220003'           TO WGLOB-MSG-REF-INFO.
           MOVE WS-FROM-DT             TO WGLOB-MSG-PARM (1).
           MOVE WS-TO-DT               TO WGLOB-MSG-PARM (2).
           MOVE WS-REFRL-APP-CNT       TO WS-PIC-COUNTER.
           MOVE WS-PIC-COUNTER         TO WGLOB-MSG-PARM (3).
           PERFORM  0260-1000-GENERATE-MESSAGE
               THRU 0260-1000-GENERATE-MESSAGE-X.

      *MSG: REFERRAL CODES UNKNOWN @1, EXPIRED @2, NOT YET EFFECTIVE @3
           MOVE 'AS95220004'           TO WGLOB-MSG-REF-INFO.
           MOVE WS-UNKNOWN-CNT         TO WS-PIC-COUNTER.
           MOVE WS-PIC-COUNTER         TO WGLOB-MSG-PARM (1).
           MOVE WS-EXPIRED-CNT         TO WS-PIC-COUNTER.
           MOVE WS-PIC-COUNTER         TO WGLOB-MSG-PARM (2).
           MOVE WS-NOT-YET-EFF-CNT     TO WS-PIC-COUNTER.
           MOVE WS-PIC-COUNTER         TO WGLOB-MSG-PARM (3).
           PERFORM  0260-1000-GENERATE-MESSAGE
               THRU 0260-1000-GENERATE-MESSAGE-X.

       5000-PRINT-GRAND-TOTALS-X.
           EXIT.
      /
      *-----------------
       9999-CLOSE-FILES.
      *-----------------

           PERFORM  RFPT-5000-CLOSE
               THRU RFPT-5000-CLOSE-X.

           PERFORM  RUPL-4000-CLOSE
               THRU RUPL-4000-CLOSE-X.

           PERFORM  RFEX-5000-CLOSE
               THRU RFEX-5000-CLOSE-X.

       9999-CLOSE-FILES-X.
           EXIT.
      /
      *****************************************************************
      * I/O PROCESSING COPYBOOKS                                      *
      *****************************************************************

       COPY ACPARUPL.
       COPY ACPNRUPL.
       COPY ACPORUPL.
       COPY ACPLRUPL.
      /
       COPY ACPIRFPT.
      /
       COPY ACPIRFEX.
      /
      *****************************************************************
      * ERROR HANDLING ROUTINES                                       *
      *****************************************************************

       COPY XCPL0030.

       COPY XCPL0260.

      *****************************************************************
      **                 END OF PROGRAM ASBM9522                     **
      *****************************************************************
