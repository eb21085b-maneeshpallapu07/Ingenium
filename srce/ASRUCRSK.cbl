      *************************
       IDENTIFICATION DIVISION.
      *************************

       PROGRAM-ID.  ASRUCRSK.

       COPY XCWWCRHT.

      *****************************************************************
      **  MEMBER :  ASRUCRSK                                         **
      **  REMARKS:  COUNTRY RISK RATING FOR FOREIGN TRAVEL AND       **
      **            RESIDENCE UNDERWRITING.  CALLED PER INSURED      **
      **            WITH A DESTINATION OR RESIDENCE COUNTRY, THE     **
      **            FACE AMOUNT APPLIED FOR AND THE AS-OF DATE, THIS **
      **            SUBPROGRAM LOADS THE CRSK COUNTRY RISK MASTER ON **
      **            FIRST USE AND RETURNS THE COUNTRY'S RISK TIER,   **
      **            MAXIMUM ISSUABLE FACE AND REQUIRED ACTION (NONE, **
      **            QUESTIONNAIRE, EXCLUSION RIDER OR POSTPONE) FROM **
      **            THE LATEST ROW EFFECTIVE ON THE AS-OF DATE.  A   **
      **            FACE OVER THE COUNTRY'S MAXIMUM RAISES THE       **
      **            ACTION TO POSTPONE.  A COUNTRY NOT ON THE MASTER **
      **            CARRIES NO FOREIGN RISK AND PASSES.              **
      **                                                             **
      **  DOMAIN :  UW                                               **
      **  CLASS  :  FD                                               **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
938214**  15OCT26  DEV    NEW PROGRAM                                **
      *****************************************************************

      **********************
       ENVIRONMENT DIVISION.
      **********************

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY ACSSCRSK.

      ***************
       DATA DIVISION.
      ***************

       FILE SECTION.

       COPY ACSDCRSK.

       COPY ACSRCRSK.

       WORKING-STORAGE SECTION.

       COPY XCWWPGWS REPLACING '$VAR1' BY 'ASRUCRSK'.

       COPY SQLCA.

       01  WS-WORK-AREAS.

      * IN-STORAGE COUNTRY RISK MASTER - LOADED ON THE FIRST CALL
      * AND HELD ACROSS CALLS FOR THE LIFE OF THE RUN.

           05  WS-CRSK-MSTR-MAX              PIC S9(04) COMP
                                                        VALUE +1000.
           05  WS-CRSK-MSTR-CNT              PIC S9(04) COMP
                                                        VALUE ZERO.
           05  WS-CRSK-MSTR-SUB              PIC S9(04) COMP.
           05  WS-CRSK-MSTR-USE-SUB          PIC S9(04) COMP.
           05  WS-CRSK-MSTR-LOADED-SW        PIC X(01)  VALUE 'N'.
               88  WS-CRSK-MSTR-LOADED            VALUE 'Y'.
           05  WS-CRSK-MSTR-TBL.
               10  WS-CRSK-MSTR-ENTRY        OCCURS 1000 TIMES.
                   15  WS-CRSK-CTRY-CD       PIC X(02).
                   15  WS-CRSK-EFF-DT        PIC X(10).
                   15  WS-CRSK-CTRY-NM       PIC X(30).
                   15  WS-CRSK-RISK-TIER-CD  PIC X(01).
                   15  WS-CRSK-MAX-FACE-AMT  PIC S9(13)V9(02) COMP-3.
                   15  WS-CRSK-ACTN-CD       PIC X(01).
      /
       COPY ACSWCRSK.
      /
       LINKAGE SECTION.
      *****************

       01  WGLOB-GLOBAL-AREA.
       COPY XCWWGLOB.

       COPY ACWLCRSK.
      /
       PROCEDURE DIVISION  USING  WGLOB-GLOBAL-AREA
                                  LCRSK-PARM-AREA.

      *--------------
       0000-MAINLINE.
      *--------------

           IF   NOT WS-CRSK-MSTR-LOADED
                PERFORM  1000-LOAD-CRSK-MASTER
                    THRU 1000-LOAD-CRSK-MASTER-X
           END-IF.

           PERFORM  2000-RATE-COUNTRY
               THRU 2000-RATE-COUNTRY-X.

           GOBACK.

       0000-MAINLINE-X.
           EXIT.
      /
      *------------------------
       1000-LOAD-CRSK-MASTER.
      *------------------------

           PERFORM  CRSK-3000-OPEN-INPUT
               THRU CRSK-3000-OPEN-INPUT-X.

           PERFORM  CRSK-1000-READ
               THRU CRSK-1000-READ-X.

           PERFORM  1100-LOAD-ONE-ROW
               THRU 1100-LOAD-ONE-ROW-X
               UNTIL WCRSK-SEQ-IO-EOF
               OR    WS-CRSK-MSTR-CNT NOT < WS-CRSK-MSTR-MAX.

           PERFORM  CRSK-5000-CLOSE
               THRU CRSK-5000-CLOSE-X.

           SET  WS-CRSK-MSTR-LOADED    TO TRUE.

       1000-LOAD-CRSK-MASTER-X.
           EXIT.
      /
      *--------------------
       1100-LOAD-ONE-ROW.
      *--------------------

      * A ROW WITHOUT A VALID TIER OR ACTION IS NOT LOADED - THE
      * COUNTRY THEN RATES FROM ITS OTHER ROWS, OR NOT AT ALL.

           IF   RCRSK-RISK-TIER-VALID
           AND  (RCRSK-ACTN-NONE
           OR    RCRSK-ACTN-QUESTIONNAIRE
           OR    RCRSK-ACTN-EXCL-RIDER
           OR    RCRSK-ACTN-POSTPONE)
                ADD  1                 TO WS-CRSK-MSTR-CNT
                MOVE RCRSK-CTRY-CD     TO
                     WS-CRSK-CTRY-CD (WS-CRSK-MSTR-CNT)
                MOVE RCRSK-EFF-DT      TO
                     WS-CRSK-EFF-DT (WS-CRSK-MSTR-CNT)
                MOVE RCRSK-CTRY-NM     TO
                     WS-CRSK-CTRY-NM (WS-CRSK-MSTR-CNT)
                MOVE RCRSK-RISK-TIER-CD
                                       TO
                     WS-CRSK-RISK-TIER-CD (WS-CRSK-MSTR-CNT)
                MOVE RCRSK-MAX-FACE-AMT
                                       TO
                     WS-CRSK-MAX-FACE-AMT (WS-CRSK-MSTR-CNT)
                MOVE RCRSK-ACTN-CD     TO
                     WS-CRSK-ACTN-CD (WS-CRSK-MSTR-CNT)
           END-IF.

           PERFORM  CRSK-1000-READ
               THRU CRSK-1000-READ-X.

       1100-LOAD-ONE-ROW-X.
           EXIT.
      /
      *--------------------
       2000-RATE-COUNTRY.
      *--------------------

           MOVE '04'                   TO LCRSK-RETURN-CD.
           MOVE SPACES                 TO LCRSK-CTRY-NM
                                          LCRSK-RISK-TIER-CD.
           MOVE ZERO                   TO LCRSK-MAX-FACE-AMT.
           SET  LCRSK-ACTN-NONE        TO TRUE.
           SET  LCRSK-FACE-WITHIN-MAX  TO TRUE.

           IF   LCRSK-CTRY-CD          = SPACES OR LOW-VALUES
           OR   LCRSK-AS-OF-DT         = SPACES OR LOW-VALUES
                GO TO 2000-RATE-COUNTRY-X
           END-IF.

           MOVE ZERO                   TO WS-CRSK-MSTR-USE-SUB.

           PERFORM  2100-CHECK-ROW
               THRU 2100-CHECK-ROW-X
               VARYING WS-CRSK-MSTR-SUB FROM 1 BY 1
               UNTIL   WS-CRSK-MSTR-SUB > WS-CRSK-MSTR-CNT.

           IF   WS-CRSK-MSTR-USE-SUB   = ZERO
                MOVE '01'              TO LCRSK-RETURN-CD
                GO TO 2000-RATE-COUNTRY-X
           END-IF.

           MOVE '00'                   TO LCRSK-RETURN-CD.
           MOVE WS-CRSK-CTRY-NM (WS-CRSK-MSTR-USE-SUB)
                                       TO LCRSK-CTRY-NM.
           MOVE WS-CRSK-RISK-TIER-CD (WS-CRSK-MSTR-USE-SUB)
                                       TO LCRSK-RISK-TIER-CD.
           MOVE WS-CRSK-MAX-FACE-AMT (WS-CRSK-MSTR-USE-SUB)
                                       TO LCRSK-MAX-FACE-AMT.
           MOVE WS-CRSK-ACTN-CD (WS-CRSK-MSTR-USE-SUB)
                                       TO LCRSK-ACTN-CD.

      * A ZERO MAXIMUM FACE MEANS THE COUNTRY HAS NO FACE LIMIT.

           IF   LCRSK-MAX-FACE-AMT     > ZERO
           AND  LCRSK-FACE-AMT         > LCRSK-MAX-FACE-AMT
                SET  LCRSK-FACE-OVER-MAX
                                       TO TRUE
                SET  LCRSK-ACTN-POSTPONE
                                       TO TRUE
           END-IF.

       2000-RATE-COUNTRY-X.
           EXIT.
      /
      *--------------------
       2100-CHECK-ROW.
      *--------------------

      * THE LATEST ROW FOR THE COUNTRY EFFECTIVE ON OR BEFORE THE
      * AS-OF DATE APPLIES.

           IF   WS-CRSK-CTRY-CD (WS-CRSK-MSTR-SUB)
                                   NOT = LCRSK-CTRY-CD
           OR   WS-CRSK-EFF-DT (WS-CRSK-MSTR-SUB) > LCRSK-AS-OF-DT
                GO TO 2100-CHECK-ROW-X
           END-IF.

           IF   WS-CRSK-MSTR-USE-SUB   > ZERO
                IF   WS-CRSK-EFF-DT (WS-CRSK-MSTR-SUB)
                     NOT > WS-CRSK-EFF-DT (WS-CRSK-MSTR-USE-SUB)
                     GO TO 2100-CHECK-ROW-X
                END-IF
           END-IF.

           MOVE WS-CRSK-MSTR-SUB       TO WS-CRSK-MSTR-USE-SUB.

       2100-CHECK-ROW-X.
           EXIT.
      /
      *****************************************************************
      * I/O PROCESSING COPYBOOKS                                      *
      *****************************************************************

       COPY ACPICRSK.
      /
      *****************************************************************
      * ERROR HANDLING ROUTINES                                       *
      *****************************************************************

       COPY XCPL0030.

      *****************************************************************
      **                 END OF PROGRAM ASRUCRSK                     **
      *****************************************************************
