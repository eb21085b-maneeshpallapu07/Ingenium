      *************************
       IDENTIFICATION DIVISION.
      *************************

       PROGRAM-ID.  ASRUSOHR.

       COPY XCWWCRHT.

      *****************************************************************
      **  MEMBER :  ASRUSOHR                                         **
      **  REMARKS:  SALES OFFICE HIERARCHY RESOLUTION.  CALLED WITH  **
      **            A SALES OFFICE AND BRANCH AS KEYED ON THE        **
      **            APPLICATION AND AN AS-OF DATE (NORMALLY THE      **
      **            APPLICATION DATE), THIS SUBPROGRAM LOADS THE     **
      **            SOHR SALES ORGANIZATION HIERARCHY MASTER ON      **
      **            FIRST USE AND RETURNS THE OFFICE, BRANCH AND     **
      **            REGION IN FORCE ON THAT DATE.  AN OFFICE MERGED  **
      **            INTO ANOTHER BY THE AS-OF DATE IS REMAPPED TO    **
      **            THE SURVIVING OFFICE (FOLLOWING A CHAIN OF       **
      **            MERGERS).  AN OFFICE WITH NO HIERARCHY ROW       **
      **            COVERING THE DATE, OR A MERGER WHOSE SURVIVOR    **
      **            HAS NONE, IS RETURNED AS SUCH WITH THE OFFICE    **
      **            AND BRANCH AS KEYED FOR THE CALLER TO REPORT.    **
      **                                                             **
      **  DOMAIN :  UW                                               **
      **  CLASS  :  FD                                               **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
317846**  15OCT26  DEV    NEW PROGRAM                                **
      *****************************************************************

      **********************
       ENVIRONMENT DIVISION.
      **********************

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY ACSSSOHR.

      ***************
       DATA DIVISION.
      ***************

       FILE SECTION.

       COPY ACSDSOHR.

       COPY ACSRSOHR.

       WORKING-STORAGE SECTION.

       COPY XCWWPGWS REPLACING '$VAR1' BY 'ASRUSOHR'.

       COPY SQLCA.

       01  WS-WORK-AREAS.

      * IN-STORAGE HIERARCHY MASTER - LOADED ON THE FIRST CALL AND
      * HELD ACROSS CALLS FOR THE LIFE OF THE RUN.

           05  WS-SOHR-MSTR-MAX              PIC S9(08) COMP
                                                        VALUE +5000.
           05  WS-SOHR-MSTR-CNT              PIC S9(08) COMP
                                                        VALUE ZERO.
           05  WS-SOHR-MSTR-SUB              PIC S9(08) COMP.
           05  WS-SOHR-MSTR-USE-SUB          PIC S9(08) COMP.
           05  WS-SOHR-MSTR-LOADED-SW        PIC X(01)  VALUE 'N'.
               88  WS-SOHR-MSTR-LOADED            VALUE 'Y'.
           05  WS-SOHR-MSTR-TBL.
               10  WS-SOHR-MSTR-ENTRY        OCCURS 5000 TIMES.
                   15  WS-SOHR-SO-NUM        PIC X(03).
                   15  WS-SOHR-EFF-FROM-DT   PIC X(10).
                   15  WS-SOHR-EFF-TO-DT     PIC X(10).
                   15  WS-SOHR-STAT-CD       PIC X(01).
                       88  WS-SOHR-STAT-MERGED      VALUE 'M'.
                   15  WS-SOHR-BR-NUM        PIC X(03).
                   15  WS-SOHR-RGN-CD        PIC X(03).
                   15  WS-SOHR-NEW-SO-NUM    PIC X(03).

      * THE OFFICE BEING RESOLVED - THE CALLER'S, THEN EACH SURVIVOR
      * IN TURN.  A CHAIN LONGER THAN WS-MAX-HOPS IS TAKEN AS A LOOP
      * IN THE MASTER.

           05  WS-CUR-SO-NUM                 PIC X(03).
           05  WS-HOP-CNT                    PIC S9(04) COMP.
           05  WS-MAX-HOPS                   PIC S9(04) COMP
                                                        VALUE +5.
           05  WS-CHAIN-DONE-SW              PIC X(01).
               88  WS-CHAIN-DONE                  VALUE 'Y'.
      /
       COPY ACSWSOHR.
      /
       LINKAGE SECTION.
      *****************

       01  WGLOB-GLOBAL-AREA.
       COPY XCWWGLOB.

       COPY ACWLSOHR.
      /
       PROCEDURE DIVISION  USING  WGLOB-GLOBAL-AREA
                                  LSOHR-PARM-AREA.

      *--------------
       0000-MAINLINE.
      *--------------

           IF   NOT WS-SOHR-MSTR-LOADED
                PERFORM  1000-LOAD-SOHR-MASTER
                    THRU 1000-LOAD-SOHR-MASTER-X
           END-IF.

           PERFORM  2000-RESOLVE-OFFICE
               THRU 2000-RESOLVE-OFFICE-X.

           GOBACK.

       0000-MAINLINE-X.
           EXIT.
      /
      *------------------------
       1000-LOAD-SOHR-MASTER.
      *------------------------

           PERFORM  SOHR-3000-OPEN-INPUT
               THRU SOHR-3000-OPEN-INPUT-X.

           PERFORM  SOHR-1000-READ
               THRU SOHR-1000-READ-X.

           PERFORM  1100-LOAD-ONE-ROW
               THRU 1100-LOAD-ONE-ROW-X
               UNTIL WSOHR-SEQ-IO-EOF
               OR    WS-SOHR-MSTR-CNT NOT < WS-SOHR-MSTR-MAX.

           PERFORM  SOHR-5000-CLOSE
               THRU SOHR-5000-CLOSE-X.

           SET  WS-SOHR-MSTR-LOADED    TO TRUE.

       1000-LOAD-SOHR-MASTER-X.
           EXIT.
      /
      *--------------------
       1100-LOAD-ONE-ROW.
      *--------------------

           ADD  1                      TO WS-SOHR-MSTR-CNT.
           MOVE RSOHR-SO-NUM           TO
                WS-SOHR-SO-NUM (WS-SOHR-MSTR-CNT).
           MOVE RSOHR-EFF-FROM-DT      TO
                WS-SOHR-EFF-FROM-DT (WS-SOHR-MSTR-CNT).
           MOVE RSOHR-EFF-TO-DT        TO
                WS-SOHR-EFF-TO-DT (WS-SOHR-MSTR-CNT).
           MOVE RSOHR-STAT-CD          TO
                WS-SOHR-STAT-CD (WS-SOHR-MSTR-CNT).
           MOVE RSOHR-BR-NUM           TO
                WS-SOHR-BR-NUM (WS-SOHR-MSTR-CNT).
           MOVE RSOHR-RGN-CD           TO
                WS-SOHR-RGN-CD (WS-SOHR-MSTR-CNT).
           MOVE RSOHR-NEW-SO-NUM       TO
                WS-SOHR-NEW-SO-NUM (WS-SOHR-MSTR-CNT).

           PERFORM  SOHR-1000-READ
               THRU SOHR-1000-READ-X.

       1100-LOAD-ONE-ROW-X.
           EXIT.
      /
      *----------------------
       2000-RESOLVE-OFFICE.
      *----------------------

           MOVE '04'                   TO LSOHR-RETURN-CD.
           MOVE LSOHR-SO-NUM           TO LSOHR-NEW-SO-NUM.
           MOVE LSOHR-BR-NUM           TO LSOHR-NEW-BR-NUM.
           MOVE SPACES                 TO LSOHR-RGN-CD.
           MOVE SPACES                 TO LSOHR-MERGE-EFF-DT.

      * AN APPLICATION WITHOUT A SALES OFFICE OR A DATE IS LEFT AS
      * KEYED.

           IF   LSOHR-SO-NUM           = SPACES OR LOW-VALUES
           OR   LSOHR-AS-OF-DT         = SPACES OR LOW-VALUES
                GO TO 2000-RESOLVE-OFFICE-X
           END-IF.

           MOVE LSOHR-SO-NUM           TO WS-CUR-SO-NUM.
           MOVE ZERO                   TO WS-HOP-CNT.
           MOVE 'N'                    TO WS-CHAIN-DONE-SW.

           PERFORM  2100-FOLLOW-OFFICE
               THRU 2100-FOLLOW-OFFICE-X
               UNTIL WS-CHAIN-DONE.

       2000-RESOLVE-OFFICE-X.
           EXIT.
      /
      *---------------------
       2100-FOLLOW-OFFICE.
      *---------------------

           SET  WS-CHAIN-DONE          TO TRUE.

           PERFORM  2200-FIND-OFFICE
               THRU 2200-FIND-OFFICE-X.

           IF   WS-SOHR-MSTR-USE-SUB   = ZERO
                IF   WS-HOP-CNT        = ZERO
                     MOVE '03'         TO LSOHR-RETURN-CD
                ELSE
                     MOVE '05'         TO LSOHR-RETURN-CD
                END-IF
                GO TO 2100-FOLLOW-OFFICE-X
           END-IF.

           IF   WS-SOHR-STAT-MERGED (WS-SOHR-MSTR-USE-SUB)
                IF   WS-HOP-CNT        = ZERO
                     MOVE WS-SOHR-EFF-FROM-DT (WS-SOHR-MSTR-USE-SUB)
                                       TO LSOHR-MERGE-EFF-DT
                END-IF
                ADD  1                 TO WS-HOP-CNT
                IF   WS-HOP-CNT        > WS-MAX-HOPS
                     MOVE '05'         TO LSOHR-RETURN-CD
                ELSE
                     MOVE WS-SOHR-NEW-SO-NUM (WS-SOHR-MSTR-USE-SUB)
                                       TO WS-CUR-SO-NUM
                     MOVE 'N'          TO WS-CHAIN-DONE-SW
                END-IF
                GO TO 2100-FOLLOW-OFFICE-X
           END-IF.

      * AN ACTIVE ROW - THE OFFICE'S BRANCH AND REGION ON THE AS-OF
      * DATE REPLACE THE BRANCH AS KEYED.

           IF   WS-HOP-CNT             = ZERO
                MOVE '00'              TO LSOHR-RETURN-CD
           ELSE
                MOVE '01'              TO LSOHR-RETURN-CD
           END-IF.

           MOVE WS-CUR-SO-NUM          TO LSOHR-NEW-SO-NUM.
           IF   WS-SOHR-BR-NUM (WS-SOHR-MSTR-USE-SUB) > SPACES
                MOVE WS-SOHR-BR-NUM (WS-SOHR-MSTR-USE-SUB)
                                       TO LSOHR-NEW-BR-NUM
           END-IF.
           MOVE WS-SOHR-RGN-CD (WS-SOHR-MSTR-USE-SUB)
                                       TO LSOHR-RGN-CD.

       2100-FOLLOW-OFFICE-X.
           EXIT.
      /
      *-------------------
       2200-FIND-OFFICE.
      *-------------------

           MOVE ZERO                   TO WS-SOHR-MSTR-USE-SUB.

           PERFORM  2210-CHECK-ROW
               THRU 2210-CHECK-ROW-X
               VARYING WS-SOHR-MSTR-SUB FROM 1 BY 1
               UNTIL   WS-SOHR-MSTR-SUB > WS-SOHR-MSTR-CNT
               OR      WS-SOHR-MSTR-USE-SUB > ZERO.

       2200-FIND-OFFICE-X.
           EXIT.
      /
      *-----------------
       2210-CHECK-ROW.
      *-----------------

      * THE ROW FOR THE OFFICE WHOSE EFFECTIVE PERIOD COVERS THE
      * AS-OF DATE - A BLANK TO DATE IS OPEN-ENDED.

           IF   WS-SOHR-SO-NUM (WS-SOHR-MSTR-SUB) NOT = WS-CUR-SO-NUM
                GO TO 2210-CHECK-ROW-X
           END-IF.

           IF   WS-SOHR-EFF-FROM-DT (WS-SOHR-MSTR-SUB)
                                       > LSOHR-AS-OF-DT
                GO TO 2210-CHECK-ROW-X
           END-IF.

           IF   WS-SOHR-EFF-TO-DT (WS-SOHR-MSTR-SUB) > SPACES
           AND  WS-SOHR-EFF-TO-DT (WS-SOHR-MSTR-SUB)
                                       < LSOHR-AS-OF-DT
                GO TO 2210-CHECK-ROW-X
           END-IF.

           MOVE WS-SOHR-MSTR-SUB       TO WS-SOHR-MSTR-USE-SUB.

       2210-CHECK-ROW-X.
           EXIT.
      /
      *****************************************************************
      * I/O PROCESSING COPYBOOKS                                      *
      *****************************************************************

       COPY ACPISOHR.
      /
      *****************************************************************
      * ERROR HANDLING ROUTINES                                       *
      *****************************************************************

       COPY XCPL0030.

      *****************************************************************
      **                 END OF PROGRAM ASRUSOHR                     **
      *****************************************************************
