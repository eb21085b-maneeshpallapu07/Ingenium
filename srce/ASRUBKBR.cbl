      *************************
       IDENTIFICATION DIVISION.
      *************************

       PROGRAM-ID.  ASRUBKBR.

       COPY XCWWCRHT.

      *****************************************************************
      **  MEMBER :  ASRUBKBR                                         **
      **  REMARKS:  BANK/BRANCH VALIDATION.  CALLED PER BANK ACCOUNT **
      **            WITH THE BANK AND BRANCH CODES AND A CHECK DATE, **
      **            THIS SUBPROGRAM LOADS THE BKBR BANK/BRANCH       **
      **            MASTER ON FIRST USE AND RETURNS WHETHER THE      **
      **            BRANCH IS OPEN ON THAT DATE.  A BRANCH MERGED    **
      **            INTO ANOTHER IS REMAPPED TO THE SURVIVING BANK   **
      **            AND BRANCH (FOLLOWING A CHAIN OF MERGERS); A     **
      **            CLOSED BRANCH, ONE NOT ON THE MASTER, OR A       **
      **            MERGER WHOSE SURVIVOR IS ITSELF CLOSED OR        **
      **            UNKNOWN IS RETURNED AS SUCH FOR THE CALLER TO    **
      **            REJECT.  A MERGER OR CLOSURE DATED AFTER THE     **
      **            CHECK DATE HAS NOT YET TAKEN EFFECT.             **
      **                                                             **
      **  DOMAIN :  UW                                               **
      **  CLASS  :  FD                                               **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
528093**  15OCT26  DEV    NEW PROGRAM                                **
      *****************************************************************

      **********************
       ENVIRONMENT DIVISION.
      **********************

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY ACSSBKBR.

      ***************
       DATA DIVISION.
      ***************

       FILE SECTION.

       COPY ACSDBKBR.

       COPY ACSRBKBR.

       WORKING-STORAGE SECTION.

       COPY XCWWPGWS REPLACING '$VAR1' BY 'ASRUBKBR'.

       COPY SQLCA.

       01  WS-WORK-AREAS.

      * IN-STORAGE BANK/BRANCH MASTER - LOADED ON THE FIRST CALL AND
      * HELD ACROSS CALLS FOR THE LIFE OF THE RUN.

           05  WS-BKBR-MSTR-MAX              PIC S9(08) COMP
                                                        VALUE +40000.
           05  WS-BKBR-MSTR-CNT              PIC S9(08) COMP
                                                        VALUE ZERO.
           05  WS-BKBR-MSTR-SUB              PIC S9(08) COMP.
           05  WS-BKBR-MSTR-USE-SUB          PIC S9(08) COMP.
           05  WS-BKBR-MSTR-LOADED-SW        PIC X(01)  VALUE 'N'.
               88  WS-BKBR-MSTR-LOADED            VALUE 'Y'.
           05  WS-BKBR-MSTR-TBL.
               10  WS-BKBR-MSTR-ENTRY        OCCURS 40000 TIMES.
                   15  WS-BKBR-BNK-ID        PIC X(04).
                   15  WS-BKBR-BR-ID         PIC X(05).
                   15  WS-BKBR-STAT-CD       PIC X(01).
                       88  WS-BKBR-STAT-MERGED      VALUE 'M'.
                       88  WS-BKBR-STAT-CLOSED      VALUE 'C'.
                   15  WS-BKBR-STAT-EFF-DT   PIC X(10).
                   15  WS-BKBR-NEW-BNK-ID    PIC X(04).
                   15  WS-BKBR-NEW-BR-ID     PIC X(05).

      * THE BRANCH BEING CHECKED - THE CALLER'S, THEN EACH SURVIVOR
      * IN TURN.  A CHAIN LONGER THAN WS-MAX-HOPS IS TAKEN AS A LOOP
      * IN THE MASTER.

           05  WS-CUR-BNK-ID                 PIC X(04).
           05  WS-CUR-BR-ID                  PIC X(05).
           05  WS-HOP-CNT                    PIC S9(04) COMP.
           05  WS-MAX-HOPS                   PIC S9(04) COMP
                                                        VALUE +5.
           05  WS-CHAIN-DONE-SW              PIC X(01).
               88  WS-CHAIN-DONE                  VALUE 'Y'.
      /
       COPY ACSWBKBR.
      /
       LINKAGE SECTION.
      *****************

       01  WGLOB-GLOBAL-AREA.
       COPY XCWWGLOB.

       COPY ACWLBKBR.
      /
       PROCEDURE DIVISION  USING  WGLOB-GLOBAL-AREA
                                  LBKBR-PARM-AREA.

      *--------------
       0000-MAINLINE.
      *--------------

           IF   NOT WS-BKBR-MSTR-LOADED
                PERFORM  1000-LOAD-BKBR-MASTER
                    THRU 1000-LOAD-BKBR-MASTER-X
           END-IF.

           PERFORM  2000-CHECK-BRANCH
               THRU 2000-CHECK-BRANCH-X.

           GOBACK.

       0000-MAINLINE-X.
           EXIT.
      /
      *------------------------
       1000-LOAD-BKBR-MASTER.
      *------------------------

           PERFORM  BKBR-3000-OPEN-INPUT
               THRU BKBR-3000-OPEN-INPUT-X.

           PERFORM  BKBR-1000-READ
               THRU BKBR-1000-READ-X.

           PERFORM  1100-LOAD-ONE-ROW
               THRU 1100-LOAD-ONE-ROW-X
               UNTIL WBKBR-SEQ-IO-EOF
               OR    WS-BKBR-MSTR-CNT NOT < WS-BKBR-MSTR-MAX.

           PERFORM  BKBR-5000-CLOSE
               THRU BKBR-5000-CLOSE-X.

           SET  WS-BKBR-MSTR-LOADED    TO TRUE.

       1000-LOAD-BKBR-MASTER-X.
           EXIT.
      /
      *--------------------
       1100-LOAD-ONE-ROW.
      *--------------------

           ADD  1                      TO WS-BKBR-MSTR-CNT.
           MOVE RBKBR-BNK-ID           TO
                WS-BKBR-BNK-ID (WS-BKBR-MSTR-CNT).
           MOVE RBKBR-BR-ID            TO
                WS-BKBR-BR-ID (WS-BKBR-MSTR-CNT).
           MOVE RBKBR-STAT-CD          TO
                WS-BKBR-STAT-CD (WS-BKBR-MSTR-CNT).
           MOVE RBKBR-STAT-EFF-DT      TO
                WS-BKBR-STAT-EFF-DT (WS-BKBR-MSTR-CNT).
           MOVE RBKBR-NEW-BNK-ID       TO
                WS-BKBR-NEW-BNK-ID (WS-BKBR-MSTR-CNT).
           MOVE RBKBR-NEW-BR-ID        TO
                WS-BKBR-NEW-BR-ID (WS-BKBR-MSTR-CNT).

           PERFORM  BKBR-1000-READ
               THRU BKBR-1000-READ-X.

       1100-LOAD-ONE-ROW-X.
           EXIT.
      /
      *--------------------
       2000-CHECK-BRANCH.
      *--------------------

           MOVE '04'                   TO LBKBR-RETURN-CD.
           MOVE LBKBR-BNK-ID           TO LBKBR-NEW-BNK-ID.
           MOVE LBKBR-BR-ID            TO LBKBR-NEW-BR-ID.
           MOVE SPACES                 TO LBKBR-STAT-EFF-DT.

      * AN ACCOUNT WITHOUT A BANK OR BRANCH IS LEFT TO THE
      * MANDATORY-FIELD EDITS.

           IF   LBKBR-BNK-ID           = SPACES OR LOW-VALUES
           OR   LBKBR-BR-ID            = SPACES OR LOW-VALUES
           OR   LBKBR-CHK-DT           = SPACES OR LOW-VALUES
                GO TO 2000-CHECK-BRANCH-X
           END-IF.

           MOVE LBKBR-BNK-ID           TO WS-CUR-BNK-ID.
           MOVE LBKBR-BR-ID            TO WS-CUR-BR-ID.
           MOVE ZERO                   TO WS-HOP-CNT.
           MOVE 'N'                    TO WS-CHAIN-DONE-SW.

           PERFORM  2100-FOLLOW-BRANCH
               THRU 2100-FOLLOW-BRANCH-X
               UNTIL WS-CHAIN-DONE.

       2000-CHECK-BRANCH-X.
           EXIT.
      /
      *---------------------
       2100-FOLLOW-BRANCH.
      *---------------------

           SET  WS-CHAIN-DONE          TO TRUE.

           PERFORM  2200-FIND-BRANCH
               THRU 2200-FIND-BRANCH-X.

           IF   WS-BKBR-MSTR-USE-SUB   = ZERO
                IF   WS-HOP-CNT        = ZERO
                     MOVE '03'         TO LBKBR-RETURN-CD
                ELSE
                     MOVE '05'         TO LBKBR-RETURN-CD
                END-IF
                GO TO 2100-FOLLOW-BRANCH-X
           END-IF.

      * A MERGER OR CLOSURE DATED AFTER THE CHECK DATE HAS NOT YET
      * TAKEN EFFECT - THE BRANCH IS STILL OPEN.

           IF   WS-BKBR-STAT-EFF-DT (WS-BKBR-MSTR-USE-SUB)
                                       > LBKBR-CHK-DT
                GO TO 2100-FOLLOW-BRANCH-OPEN
           END-IF.

           IF   WS-BKBR-STAT-CLOSED (WS-BKBR-MSTR-USE-SUB)
                IF   WS-HOP-CNT        = ZERO
                     MOVE '02'         TO LBKBR-RETURN-CD
                     MOVE WS-BKBR-STAT-EFF-DT (WS-BKBR-MSTR-USE-SUB)
                                       TO LBKBR-STAT-EFF-DT
                ELSE
                     MOVE '05'         TO LBKBR-RETURN-CD
                END-IF
                GO TO 2100-FOLLOW-BRANCH-X
           END-IF.

           IF   WS-BKBR-STAT-MERGED (WS-BKBR-MSTR-USE-SUB)
                IF   WS-HOP-CNT        = ZERO
                     MOVE WS-BKBR-STAT-EFF-DT (WS-BKBR-MSTR-USE-SUB)
                                       TO LBKBR-STAT-EFF-DT
                END-IF
                ADD  1                 TO WS-HOP-CNT
                IF   WS-HOP-CNT        > WS-MAX-HOPS
                     MOVE '05'         TO LBKBR-RETURN-CD
                ELSE
                     MOVE WS-BKBR-NEW-BNK-ID (WS-BKBR-MSTR-USE-SUB)
                                       TO WS-CUR-BNK-ID
                     MOVE WS-BKBR-NEW-BR-ID (WS-BKBR-MSTR-USE-SUB)
                                       TO WS-CUR-BR-ID
                     MOVE 'N'          TO WS-CHAIN-DONE-SW
                END-IF
                GO TO 2100-FOLLOW-BRANCH-X
           END-IF.

       2100-FOLLOW-BRANCH-OPEN.

           IF   WS-HOP-CNT             = ZERO
                MOVE '00'              TO LBKBR-RETURN-CD
           ELSE
                MOVE '01'              TO LBKBR-RETURN-CD
                MOVE WS-CUR-BNK-ID     TO LBKBR-NEW-BNK-ID
                MOVE WS-CUR-BR-ID      TO LBKBR-NEW-BR-ID
           END-IF.

       2100-FOLLOW-BRANCH-X.
           EXIT.
      /
      *-------------------
       2200-FIND-BRANCH.
      *-------------------

           MOVE ZERO                   TO WS-BKBR-MSTR-USE-SUB.

           PERFORM  2210-CHECK-ROW
               THRU 2210-CHECK-ROW-X
               VARYING WS-BKBR-MSTR-SUB FROM 1 BY 1
               UNTIL   WS-BKBR-MSTR-SUB > WS-BKBR-MSTR-CNT
               OR      WS-BKBR-MSTR-USE-SUB > ZERO.

       2200-FIND-BRANCH-X.
           EXIT.
      /
      *-----------------
       2210-CHECK-ROW.
      *-----------------

           IF   WS-BKBR-BNK-ID (WS-BKBR-MSTR-SUB) = WS-CUR-BNK-ID
           AND  WS-BKBR-BR-ID (WS-BKBR-MSTR-SUB)  = WS-CUR-BR-ID
                MOVE WS-BKBR-MSTR-SUB  TO WS-BKBR-MSTR-USE-SUB
           END-IF.

       2210-CHECK-ROW-X.
           EXIT.
      /
      *****************************************************************
      * I/O PROCESSING COPYBOOKS                                      *
      *****************************************************************

       COPY ACPIBKBR.
      /
      *****************************************************************
      * ERROR HANDLING ROUTINES                                       *
      *****************************************************************

       COPY XCPL0030.

      *****************************************************************
      **                 END OF PROGRAM ASRUBKBR                     **
      *****************************************************************
