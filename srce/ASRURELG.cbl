      *************************
       IDENTIFICATION DIVISION.
      *************************

       PROGRAM-ID.  ASRURELG.

       COPY XCWWCRHT.

      *****************************************************************
      **  MEMBER :  ASRURELG                                         **
      **  REMARKS:  RIDER ELIGIBILITY AND PLAN ISSUE-LIMIT EDIT.     **
      **            CALLED ONCE PER COVERAGE, THIS SUBPROGRAM LOADS  **
      **            THE RELG MATRIX ON FIRST USE AND CHECKS THE      **
      **            COVERAGE AGAINST THE ROW FOR ITS BASE PLAN AND   **
      **            ITS OWN PLAN - THE RIDER MUST BE ALLOWED WITH    **
      **            THE BASE, WAIVER OF PREMIUM MUST BE ALLOWED ON   **
      **            IT, THE RIDER FACE MAY NOT EXCEED THE MULTIPLE   **
      **            OF THE BASE FACE, THE INSURED'S ISSUE AGE MUST   **
      **            FALL INSIDE THE ISSUE AGES AND THE PREMIUM-      **
      **            PAYING TERM MUST END BY THE MAXIMUM AGE.  THE    **
      **            BASE COVERAGE IS CHECKED AGAINST THE ROW WHOSE   **
      **            RIDER PLAN IS THE BASE PLAN ITSELF.  A BASE PLAN **
      **            WITH NO ROWS AT ALL IS NOT EDITED.  THE FIRST    **
      **            RULE BROKEN IS RETURNED.                         **
      **                                                             **
      **  DOMAIN :  UW                                               **
      **  CLASS  :  FD                                               **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
463905**  15OCT26  DEV    NEW PROGRAM                                **
      *****************************************************************

      **********************
       ENVIRONMENT DIVISION.
      **********************

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY ACSSRELG.

      ***************
       DATA DIVISION.
      ***************

       FILE SECTION.

       COPY ACSDRELG.

       COPY ACSRRELG.

       WORKING-STORAGE SECTION.

       COPY XCWWPGWS REPLACING '$VAR1' BY 'ASRURELG'.

       COPY SQLCA.

       01  WS-WORK-AREAS.
           05  WS-WORK-AGE                   PIC S9(03) COMP-3.
           05  WS-BTH-CCYY                   PIC 9(04).
           05  WS-BTH-MMDD                   PIC 9(04).
           05  WS-ISS-CCYY                   PIC 9(04).
           05  WS-ISS-MMDD                   PIC 9(04).
           05  WS-BASE-SEEN-SW               PIC X(01).
               88  WS-BASE-SEEN                    VALUE 'Y'.
               88  WS-BASE-NOT-SEEN                VALUE 'N'.

      * IN-STORAGE RIDER ELIGIBILITY MATRIX - LOADED ON THE FIRST
      * CALL AND HELD ACROSS CALLS FOR THE LIFE OF THE RUN.

           05  WS-RELG-MSTR-MAX              PIC S9(04) COMP
                                                        VALUE +3000.
           05  WS-RELG-MSTR-CNT              PIC S9(04) COMP
                                                        VALUE ZERO.
           05  WS-RELG-MSTR-SUB              PIC S9(04) COMP.
           05  WS-RELG-MSTR-USE-SUB          PIC S9(04) COMP.
           05  WS-RELG-MSTR-LOADED-SW        PIC X(01)  VALUE 'N'.
               88  WS-RELG-MSTR-LOADED            VALUE 'Y'.
           05  WS-RELG-MSTR-TBL.
               10  WS-RELG-MSTR-ENTRY        OCCURS 3000 TIMES.
                   15  WS-RELG-BASE-PLAN-ID  PIC X(15).
                   15  WS-RELG-RIDR-PLAN-ID  PIC X(15).
                   15  WS-RELG-MIN-ISS-AGE   PIC 9(03).
                   15  WS-RELG-MAX-ISS-AGE   PIC 9(03).
                   15  WS-RELG-MAX-FACE-MULT PIC 9(03)V9(02).
                   15  WS-RELG-MAX-PREM-END-AGE
                                             PIC 9(03).
                   15  WS-RELG-WP-ALWD-IND   PIC X(01).
                       88  WS-RELG-WP-ALLOWED     VALUE 'Y'.
      /
       COPY ACSWRELG.
      /
       LINKAGE SECTION.
      *****************

       01  WGLOB-GLOBAL-AREA.
       COPY XCWWGLOB.

       COPY ACWLRELG.
      /
       PROCEDURE DIVISION  USING  WGLOB-GLOBAL-AREA
                                  LRELG-PARM-AREA.

      *--------------
       0000-MAINLINE.
      *--------------

           IF   NOT WS-RELG-MSTR-LOADED
                PERFORM  1000-LOAD-RELG-MASTER
                    THRU 1000-LOAD-RELG-MASTER-X
           END-IF.

           PERFORM  2000-EDIT-COVERAGE
               THRU 2000-EDIT-COVERAGE-X.

           GOBACK.

       0000-MAINLINE-X.
           EXIT.
      /
      *------------------------
       1000-LOAD-RELG-MASTER.
      *------------------------

           PERFORM  RELG-3000-OPEN-INPUT
               THRU RELG-3000-OPEN-INPUT-X.

           PERFORM  RELG-1000-READ
               THRU RELG-1000-READ-X.

           PERFORM  1100-LOAD-ONE-ROW
               THRU 1100-LOAD-ONE-ROW-X
               UNTIL WRELG-SEQ-IO-EOF
               OR    WS-RELG-MSTR-CNT NOT < WS-RELG-MSTR-MAX.

           PERFORM  RELG-5000-CLOSE
               THRU RELG-5000-CLOSE-X.

           SET  WS-RELG-MSTR-LOADED    TO TRUE.

       1000-LOAD-RELG-MASTER-X.
           EXIT.
      /
      *--------------------
       1100-LOAD-ONE-ROW.
      *--------------------

           ADD  1                      TO WS-RELG-MSTR-CNT.
           MOVE RRELG-BASE-PLAN-ID     TO
                WS-RELG-BASE-PLAN-ID (WS-RELG-MSTR-CNT).
           MOVE RRELG-RIDR-PLAN-ID     TO
                WS-RELG-RIDR-PLAN-ID (WS-RELG-MSTR-CNT).
           MOVE RRELG-MIN-ISS-AGE      TO
                WS-RELG-MIN-ISS-AGE (WS-RELG-MSTR-CNT).
           MOVE RRELG-MAX-ISS-AGE      TO
                WS-RELG-MAX-ISS-AGE (WS-RELG-MSTR-CNT).
           MOVE RRELG-MAX-FACE-MULT    TO
                WS-RELG-MAX-FACE-MULT (WS-RELG-MSTR-CNT).
           MOVE RRELG-MAX-PREM-END-AGE TO
                WS-RELG-MAX-PREM-END-AGE (WS-RELG-MSTR-CNT).
           MOVE RRELG-WP-ALWD-IND      TO
                WS-RELG-WP-ALWD-IND (WS-RELG-MSTR-CNT).

           PERFORM  RELG-1000-READ
               THRU RELG-1000-READ-X.

       1100-LOAD-ONE-ROW-X.
           EXIT.
      /
      *---------------------
       2000-EDIT-COVERAGE.
      *---------------------

           SET  LRELG-ELIGIBLE         TO TRUE.
           MOVE ZERO                   TO LRELG-ISS-AGE
                                          LRELG-MIN-ISS-AGE
                                          LRELG-MAX-ISS-AGE
                                          LRELG-MAX-FACE-AMT
                                          LRELG-PREM-END-AGE
                                          LRELG-MAX-PREM-END-AGE.

           MOVE ZERO                   TO WS-RELG-MSTR-USE-SUB.
           SET  WS-BASE-NOT-SEEN       TO TRUE.

           PERFORM  2100-CHECK-ROW
               THRU 2100-CHECK-ROW-X
               VARYING WS-RELG-MSTR-SUB FROM 1 BY 1
               UNTIL   WS-RELG-MSTR-SUB > WS-RELG-MSTR-CNT
               OR      WS-RELG-MSTR-USE-SUB > ZERO.

           IF   WS-BASE-NOT-SEEN
                SET  LRELG-BASE-NOT-IN-MATRIX
                                       TO TRUE
                GO TO 2000-EDIT-COVERAGE-X
           END-IF.

           IF   WS-RELG-MSTR-USE-SUB   = ZERO
                SET  LRELG-RIDR-NOT-ALLOWED
                                       TO TRUE
                GO TO 2000-EDIT-COVERAGE-X
           END-IF.

           MOVE WS-RELG-MIN-ISS-AGE (WS-RELG-MSTR-USE-SUB)
                                       TO LRELG-MIN-ISS-AGE.
           MOVE WS-RELG-MAX-ISS-AGE (WS-RELG-MSTR-USE-SUB)
                                       TO LRELG-MAX-ISS-AGE.
           MOVE WS-RELG-MAX-PREM-END-AGE (WS-RELG-MSTR-USE-SUB)
                                       TO LRELG-MAX-PREM-END-AGE.

      * THE FACE MULTIPLE LIMITS A RIDER ONLY - NEVER THE BASE ITSELF.

           IF   LRELG-CVG-PLAN-ID NOT  = LRELG-BASE-PLAN-ID
           AND  WS-RELG-MAX-FACE-MULT (WS-RELG-MSTR-USE-SUB) > ZERO
                COMPUTE LRELG-MAX-FACE-AMT ROUNDED =
                    LRELG-BASE-FACE-AMT *
                    WS-RELG-MAX-FACE-MULT (WS-RELG-MSTR-USE-SUB)
           END-IF.

           IF   NOT LRELG-CVG-WP-NOT-CHOSEN
           AND  NOT WS-RELG-WP-ALLOWED (WS-RELG-MSTR-USE-SUB)
                SET  LRELG-WP-NOT-ALLOWED
                                       TO TRUE
                GO TO 2000-EDIT-COVERAGE-X
           END-IF.

           IF   LRELG-MAX-FACE-AMT     > ZERO
           AND  LRELG-CVG-FACE-AMT     > LRELG-MAX-FACE-AMT
                SET  LRELG-OVER-FACE-MULT
                                       TO TRUE
                GO TO 2000-EDIT-COVERAGE-X
           END-IF.

           PERFORM  3000-COMPUTE-ISSUE-AGE
               THRU 3000-COMPUTE-ISSUE-AGE-X.

           IF   LRELG-BAD-DATE
                GO TO 2000-EDIT-COVERAGE-X
           END-IF.

           IF   LRELG-MIN-ISS-AGE      > ZERO
           AND  LRELG-ISS-AGE          < LRELG-MIN-ISS-AGE
                SET  LRELG-UNDER-MIN-AGE
                                       TO TRUE
                GO TO 2000-EDIT-COVERAGE-X
           END-IF.

           IF   LRELG-MAX-ISS-AGE      > ZERO
           AND  LRELG-ISS-AGE          > LRELG-MAX-ISS-AGE
                SET  LRELG-OVER-MAX-AGE
                                       TO TRUE
                GO TO 2000-EDIT-COVERAGE-X
           END-IF.

      * A PREMIUM-PAYING TERM NOT GIVEN (OR NOT NUMERIC) IS NOT EDITED.

           IF   LRELG-PREM-DUR-YR  NOT NUMERIC
           OR   LRELG-PREM-DUR-YR-N    = ZERO
                GO TO 2000-EDIT-COVERAGE-X
           END-IF.

           COMPUTE LRELG-PREM-END-AGE =
               LRELG-ISS-AGE + LRELG-PREM-DUR-YR-N.

           IF   LRELG-MAX-PREM-END-AGE > ZERO
           AND  LRELG-PREM-END-AGE     > LRELG-MAX-PREM-END-AGE
                SET  LRELG-PREM-TERM-TOO-LONG
                                       TO TRUE
           END-IF.

       2000-EDIT-COVERAGE-X.
           EXIT.
      /
      *--------------------
       2100-CHECK-ROW.
      *--------------------

           IF   WS-RELG-BASE-PLAN-ID (WS-RELG-MSTR-SUB)
                                       = LRELG-BASE-PLAN-ID
                SET  WS-BASE-SEEN      TO TRUE
                IF   WS-RELG-RIDR-PLAN-ID (WS-RELG-MSTR-SUB)
                                       = LRELG-CVG-PLAN-ID
                     MOVE WS-RELG-MSTR-SUB
                                       TO WS-RELG-MSTR-USE-SUB
                END-IF
           END-IF.

       2100-CHECK-ROW-X.
           EXIT.
      /
      *--------------------------
       3000-COMPUTE-ISSUE-AGE.
      *--------------------------

      * AGE IN COMPLETED YEARS AT THE ISSUE DATE.

           IF   LRELG-ISS-DT (1:4) NOT NUMERIC
           OR   LRELG-ISS-DT (6:2) NOT NUMERIC
           OR   LRELG-ISS-DT (9:2) NOT NUMERIC
           OR   LRELG-BTH-DT (1:4) NOT NUMERIC
           OR   LRELG-BTH-DT (6:2) NOT NUMERIC
           OR   LRELG-BTH-DT (9:2) NOT NUMERIC
                SET  LRELG-BAD-DATE    TO TRUE
                GO TO 3000-COMPUTE-ISSUE-AGE-X
           END-IF.

           MOVE LRELG-BTH-DT (1:4)     TO WS-BTH-CCYY.
           MOVE LRELG-BTH-DT (6:2)     TO WS-BTH-MMDD (1:2).
           MOVE LRELG-BTH-DT (9:2)     TO WS-BTH-MMDD (3:2).

           MOVE LRELG-ISS-DT (1:4)     TO WS-ISS-CCYY.
           MOVE LRELG-ISS-DT (6:2)     TO WS-ISS-MMDD (1:2).
           MOVE LRELG-ISS-DT (9:2)     TO WS-ISS-MMDD (3:2).

           COMPUTE WS-WORK-AGE = WS-ISS-CCYY - WS-BTH-CCYY.

           IF   WS-ISS-MMDD            < WS-BTH-MMDD
                SUBTRACT 1             FROM WS-WORK-AGE
           END-IF.

           IF   WS-WORK-AGE            < ZERO
                SET  LRELG-BAD-DATE    TO TRUE
                GO TO 3000-COMPUTE-ISSUE-AGE-X
           END-IF.

           MOVE WS-WORK-AGE            TO LRELG-ISS-AGE.

       3000-COMPUTE-ISSUE-AGE-X.
           EXIT.
      /
      *****************************************************************
      * I/O PROCESSING COPYBOOKS                                      *
      *****************************************************************

       COPY ACPIRELG.
      /
      *****************************************************************
      * ERROR HANDLING ROUTINES                                       *
      *****************************************************************

       COPY XCPL0030.

      *****************************************************************
      **                 END OF PROGRAM ASRURELG                     **
      *****************************************************************
