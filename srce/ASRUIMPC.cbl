      *************************
       IDENTIFICATION DIVISION.
      *************************

       PROGRAM-ID.  ASRUIMPC.

       COPY XCWWCRHT.

      *****************************************************************
      **  MEMBER :  ASRUIMPC                                         **
      **  REMARKS:  IMPAIRMENT CODING FOR THE MEDICAL-EVIDENCE       **
      **            QUESTIONNAIRE PATH.  CALLED PER QUESTIONNAIRE    **
      **            ANSWER WITH THE STRUCTURE, FIELD AND ANSWER,     **
      **            THIS SUBPROGRAM LOADS THE IMPC IMPAIRMENT CODE   **
      **            MASTER ON FIRST USE AND RETURNS THE STANDARD     **
      **            IMPAIRMENT CODE FOR THE MOST SPECIFIC MATCHING   **
      **            ROW - STRUCTURE, FIELD AND ANSWER; THEN          **
      **            STRUCTURE AND FIELD WITH ANY ANSWER; THEN        **
      **            STRUCTURE AND ANSWER WITH ANY FIELD; THEN THE    **
      **            STRUCTURE ALONE.  A BLANK ANSWER IS NEVER AN     **
      **            IMPAIRMENT.                                      **
      **                                                             **
      **  DOMAIN :  UW                                               **
      **  CLASS  :  FD                                               **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
782630**  15OCT26  DEV    NEW PROGRAM                                **
      *****************************************************************

      **********************
       ENVIRONMENT DIVISION.
      **********************

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY ACSSIMPC.

      ***************
       DATA DIVISION.
      ***************

       FILE SECTION.

       COPY ACSDIMPC.

       COPY ACSRIMPC.

       WORKING-STORAGE SECTION.

       COPY XCWWPGWS REPLACING '$VAR1' BY 'ASRUIMPC'.

       COPY SQLCA.

       01  WS-WORK-AREAS.

      * IN-STORAGE IMPAIRMENT CODE MASTER - LOADED ON THE FIRST CALL
      * AND HELD ACROSS CALLS FOR THE LIFE OF THE RUN.

           05  WS-IMPC-MSTR-MAX              PIC S9(04) COMP
                                                        VALUE +1500.
           05  WS-IMPC-MSTR-CNT              PIC S9(04) COMP
                                                        VALUE ZERO.
           05  WS-IMPC-MSTR-SUB              PIC S9(04) COMP.
           05  WS-IMPC-MSTR-USE-SUB          PIC S9(04) COMP.
           05  WS-IMPC-MSTR-LOADED-SW        PIC X(01)  VALUE 'N'.
               88  WS-IMPC-MSTR-LOADED            VALUE 'Y'.
           05  WS-IMPC-MSTR-TBL.
               10  WS-IMPC-MSTR-ENTRY        OCCURS 1500 TIMES.
                   15  WS-IMPC-STRUCT-NM     PIC X(20).
                   15  WS-IMPC-FLD-NM        PIC X(20).
                   15  WS-IMPC-ANSR-VALU     PIC X(15).
                   15  WS-IMPC-IMPR-CD       PIC X(06).
                   15  WS-IMPC-SVRTY-CD      PIC X(01).

      * MATCH SCORE - 2 FOR AN EXACT FIELD, 1 FOR AN EXACT ANSWER.
      * THE HIGHEST SCORING ROW IS THE MOST SPECIFIC.

           05  WS-ROW-SCORE                  PIC S9(04) COMP.
           05  WS-BEST-SCORE                 PIC S9(04) COMP.
      /
       COPY ACSWIMPC.
      /
       LINKAGE SECTION.
      *****************

       01  WGLOB-GLOBAL-AREA.
       COPY XCWWGLOB.

       COPY ACWLIMPC.
      /
       PROCEDURE DIVISION  USING  WGLOB-GLOBAL-AREA
                                  LIMPC-PARM-AREA.

      *--------------
       0000-MAINLINE.
      *--------------

           IF   NOT WS-IMPC-MSTR-LOADED
                PERFORM  1000-LOAD-IMPC-MASTER
                    THRU 1000-LOAD-IMPC-MASTER-X
           END-IF.

           PERFORM  2000-CODE-ANSWER
               THRU 2000-CODE-ANSWER-X.

           GOBACK.

       0000-MAINLINE-X.
           EXIT.
      /
      *------------------------
       1000-LOAD-IMPC-MASTER.
      *------------------------

           PERFORM  IMPC-3000-OPEN-INPUT
               THRU IMPC-3000-OPEN-INPUT-X.

           PERFORM  IMPC-1000-READ
               THRU IMPC-1000-READ-X.

           PERFORM  1100-LOAD-ONE-ROW
               THRU 1100-LOAD-ONE-ROW-X
               UNTIL WIMPC-SEQ-IO-EOF
               OR    WS-IMPC-MSTR-CNT NOT < WS-IMPC-MSTR-MAX.

           PERFORM  IMPC-5000-CLOSE
               THRU IMPC-5000-CLOSE-X.

           SET  WS-IMPC-MSTR-LOADED    TO TRUE.

       1000-LOAD-IMPC-MASTER-X.
           EXIT.
      /
      *--------------------
       1100-LOAD-ONE-ROW.
      *--------------------

           ADD  1                      TO WS-IMPC-MSTR-CNT.
           MOVE RIMPC-STRUCT-NM        TO
                WS-IMPC-STRUCT-NM (WS-IMPC-MSTR-CNT).
           MOVE RIMPC-FLD-NM           TO
                WS-IMPC-FLD-NM (WS-IMPC-MSTR-CNT).
           MOVE RIMPC-ANSR-VALU        TO
                WS-IMPC-ANSR-VALU (WS-IMPC-MSTR-CNT).
           MOVE RIMPC-IMPR-CD          TO
                WS-IMPC-IMPR-CD (WS-IMPC-MSTR-CNT).
           MOVE RIMPC-IMPR-SVRTY-CD    TO
                WS-IMPC-SVRTY-CD (WS-IMPC-MSTR-CNT).

           PERFORM  IMPC-1000-READ
               THRU IMPC-1000-READ-X.

       1100-LOAD-ONE-ROW-X.
           EXIT.
      /
      *--------------------
       2000-CODE-ANSWER.
      *--------------------

           MOVE '02'                   TO LIMPC-RETURN-CD.
           MOVE SPACES                 TO LIMPC-IMPR-CD
                                          LIMPC-IMPR-SVRTY-CD.

           IF   LIMPC-ANSR-VALU        = SPACES OR LOW-VALUES
                MOVE '01'              TO LIMPC-RETURN-CD
                GO TO 2000-CODE-ANSWER-X
           END-IF.

           MOVE ZERO                   TO WS-IMPC-MSTR-USE-SUB.
           MOVE -1                     TO WS-BEST-SCORE.

           PERFORM  2100-SCORE-ROW
               THRU 2100-SCORE-ROW-X
               VARYING WS-IMPC-MSTR-SUB FROM 1 BY 1
               UNTIL   WS-IMPC-MSTR-SUB > WS-IMPC-MSTR-CNT
               OR      WS-BEST-SCORE    = 3.

           IF   WS-IMPC-MSTR-USE-SUB   = ZERO
                GO TO 2000-CODE-ANSWER-X
           END-IF.

           IF   WS-IMPC-IMPR-CD (WS-IMPC-MSTR-USE-SUB) = SPACES
                MOVE '01'              TO LIMPC-RETURN-CD
                GO TO 2000-CODE-ANSWER-X
           END-IF.

           MOVE '00'                   TO LIMPC-RETURN-CD.
           MOVE WS-IMPC-IMPR-CD (WS-IMPC-MSTR-USE-SUB)
                                       TO LIMPC-IMPR-CD.
           MOVE WS-IMPC-SVRTY-CD (WS-IMPC-MSTR-USE-SUB)
                                       TO LIMPC-IMPR-SVRTY-CD.

       2000-CODE-ANSWER-X.
           EXIT.
      /
      *--------------------
       2100-SCORE-ROW.
      *--------------------

           IF   WS-IMPC-STRUCT-NM (WS-IMPC-MSTR-SUB)
                                   NOT = LIMPC-STRUCT-NM
                GO TO 2100-SCORE-ROW-X
           END-IF.

           MOVE ZERO                   TO WS-ROW-SCORE.

           IF   WS-IMPC-FLD-NM (WS-IMPC-MSTR-SUB) = LIMPC-FLD-NM
                ADD  2                 TO WS-ROW-SCORE
           ELSE
                IF   WS-IMPC-FLD-NM (WS-IMPC-MSTR-SUB) NOT = SPACES
                     GO TO 2100-SCORE-ROW-X
                END-IF
           END-IF.

           IF   WS-IMPC-ANSR-VALU (WS-IMPC-MSTR-SUB) = LIMPC-ANSR-VALU
                ADD  1                 TO WS-ROW-SCORE
           ELSE
                IF   WS-IMPC-ANSR-VALU (WS-IMPC-MSTR-SUB) NOT = SPACES
                     GO TO 2100-SCORE-ROW-X
                END-IF
           END-IF.

           IF   WS-ROW-SCORE           > WS-BEST-SCORE
                MOVE WS-ROW-SCORE      TO WS-BEST-SCORE
                MOVE WS-IMPC-MSTR-SUB  TO WS-IMPC-MSTR-USE-SUB
           END-IF.

       2100-SCORE-ROW-X.
           EXIT.
      /
      *****************************************************************
      * I/O PROCESSING COPYBOOKS                                      *
      *****************************************************************

       COPY ACPIIMPC.
      /
      *****************************************************************
      * ERROR HANDLING ROUTINES                                       *
      *****************************************************************

       COPY XCPL0030.

      *****************************************************************
      **                 END OF PROGRAM ASRUIMPC                     **
      *****************************************************************
