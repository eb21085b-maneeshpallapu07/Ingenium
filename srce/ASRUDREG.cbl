      *************************
       IDENTIFICATION DIVISION.
      *************************

       PROGRAM-ID.  ASRUDREG.

       COPY XCWWCRHT.

      *****************************************************************
      **  MEMBER :  ASRUDREG                                         **
      **  REMARKS:  PRE-ISSUE DEATH REGISTRY CHECK.  CALLED WITH THE **
      **            NAME, KANA NAME AND BIRTH DATE OF AN INSURED OR  **
      **            OWNER, THIS SUBPROGRAM LOADS THE DREG NATIONAL   **
      **            DEATH REGISTRY FILE (THE RECENT WEEKLY FILES,    **
      **            CONCATENATED) ON FIRST USE AND RETURNS WHETHER   **
      **            THE PERSON MATCHES A REGISTERED DEATH.  A MATCH  **
      **            NEEDS THE NAME, THE KANA NAME AND THE BIRTH DATE **
      **            TO AGREE (THE KANA IS NOT COMPARED WHEN EITHER   **
      **            SIDE HAS NONE).  A NEAR MATCH IS ANY TWO OF THE  **
      **            THREE AGREEING, OR THE SURNAME (ROMAN OR KANA)   **
      **            AND THE BIRTH DATE AGREEING.                     **
      **                                                             **
      **  DOMAIN :  UW                                               **
      **  CLASS  :  FD                                               **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
736152**  15OCT26  DEV    NEW PROGRAM                                **
      *****************************************************************

      **********************
       ENVIRONMENT DIVISION.
      **********************

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY ACSSDREG.

      ***************
       DATA DIVISION.
      ***************

       FILE SECTION.

       COPY ACSDDREG.

       COPY ACSRDREG.

       WORKING-STORAGE SECTION.

       COPY XCWWPGWS REPLACING '$VAR1' BY 'ASRUDREG'.

       COPY SQLCA.

       01  WS-WORK-AREAS.

      * IN-STORAGE DEATH REGISTRY - LOADED ON THE FIRST CALL AND HELD
      * ACROSS CALLS FOR THE LIFE OF THE RUN.

           05  WS-DREG-MSTR-MAX              PIC S9(08) COMP
                                                        VALUE +60000.
           05  WS-DREG-MSTR-CNT              PIC S9(08) COMP
                                                        VALUE ZERO.
           05  WS-DREG-MSTR-SUB              PIC S9(08) COMP.
           05  WS-DREG-MSTR-USE-SUB          PIC S9(08) COMP.
           05  WS-DREG-MSTR-LOADED-SW        PIC X(01)  VALUE 'N'.
               88  WS-DREG-MSTR-LOADED            VALUE 'Y'.
           05  WS-DREG-MSTR-TBL.
               10  WS-DREG-MSTR-ENTRY        OCCURS 60000 TIMES.
                   15  WS-DREG-REG-ID        PIC X(15).
                   15  WS-DREG-SUR-NM        PIC X(25).
                   15  WS-DREG-GIV-NM        PIC X(25).
                   15  WS-DREG-KA-SUR-NM     PIC X(25).
                   15  WS-DREG-KA-GIV-NM     PIC X(25).
                   15  WS-DREG-BTH-DT        PIC X(10).
                   15  WS-DREG-DTH-DT        PIC X(10).

      * HOW MANY OF THE NAME, KANA NAME AND BIRTH DATE AGREE WITH THE
      * REGISTRY ROW BEING COMPARED.

           05  WS-AGREE-CNT                  PIC S9(04) COMP.
           05  WS-NAME-AGREE-SW              PIC X(01).
               88  WS-NAME-AGREES                 VALUE 'Y'.
           05  WS-KANA-AGREE-SW              PIC X(01).
               88  WS-KANA-AGREES                 VALUE 'Y'.
               88  WS-KANA-NOT-COMPARED           VALUE 'X'.
           05  WS-BTH-AGREE-SW               PIC X(01).
               88  WS-BTH-AGREES                  VALUE 'Y'.
      /
       COPY ACSWDREG.
      /
       LINKAGE SECTION.
      *****************

       01  WGLOB-GLOBAL-AREA.
       COPY XCWWGLOB.

       COPY ACWLDREG.
      /
       PROCEDURE DIVISION  USING  WGLOB-GLOBAL-AREA
                                  LDREG-PARM-AREA.

      *--------------
       0000-MAINLINE.
      *--------------

           IF   NOT WS-DREG-MSTR-LOADED
                PERFORM  1000-LOAD-DREG-MASTER
                    THRU 1000-LOAD-DREG-MASTER-X
           END-IF.

           PERFORM  2000-CHECK-PERSON
               THRU 2000-CHECK-PERSON-X.

           GOBACK.

       0000-MAINLINE-X.
           EXIT.
      /
      *------------------------
       1000-LOAD-DREG-MASTER.
      *------------------------

           PERFORM  DREG-3000-OPEN-INPUT
               THRU DREG-3000-OPEN-INPUT-X.

           PERFORM  DREG-1000-READ
               THRU DREG-1000-READ-X.

           PERFORM  1100-LOAD-ONE-ROW
               THRU 1100-LOAD-ONE-ROW-X
               UNTIL WDREG-SEQ-IO-EOF
               OR    WS-DREG-MSTR-CNT NOT < WS-DREG-MSTR-MAX.

           PERFORM  DREG-5000-CLOSE
               THRU DREG-5000-CLOSE-X.

           SET  WS-DREG-MSTR-LOADED    TO TRUE.

       1000-LOAD-DREG-MASTER-X.
           EXIT.
      /
      *--------------------
       1100-LOAD-ONE-ROW.
      *--------------------

           ADD  1                      TO WS-DREG-MSTR-CNT.
           MOVE RDREG-REG-ID           TO
                WS-DREG-REG-ID (WS-DREG-MSTR-CNT).
           MOVE RDREG-SUR-NM           TO
                WS-DREG-SUR-NM (WS-DREG-MSTR-CNT).
           MOVE RDREG-GIV-NM           TO
                WS-DREG-GIV-NM (WS-DREG-MSTR-CNT).
           MOVE RDREG-KA-SUR-NM        TO
                WS-DREG-KA-SUR-NM (WS-DREG-MSTR-CNT).
           MOVE RDREG-KA-GIV-NM        TO
                WS-DREG-KA-GIV-NM (WS-DREG-MSTR-CNT).
           MOVE RDREG-BTH-DT           TO
                WS-DREG-BTH-DT (WS-DREG-MSTR-CNT).
           MOVE RDREG-DTH-DT           TO
                WS-DREG-DTH-DT (WS-DREG-MSTR-CNT).

           PERFORM  DREG-1000-READ
               THRU DREG-1000-READ-X.

       1100-LOAD-ONE-ROW-X.
           EXIT.
      /
      *--------------------
       2000-CHECK-PERSON.
      *--------------------

           MOVE SPACES                 TO LDREG-REG-ID
                                          LDREG-REG-SUR-NM
                                          LDREG-REG-GIV-NM
                                          LDREG-REG-BTH-DT
                                          LDREG-REG-DTH-DT.

      * NO REGISTRY THIS RUN - THE CALLER REPORTS THAT THE CHECK
      * COULD NOT BE MADE.

           IF   WS-DREG-MSTR-CNT       = ZERO
                MOVE '09'              TO LDREG-RETURN-CD
                GO TO 2000-CHECK-PERSON-X
           END-IF.

           MOVE '00'                   TO LDREG-RETURN-CD.
           MOVE ZERO                   TO WS-DREG-MSTR-USE-SUB.

           PERFORM  2100-CHECK-ROW
               THRU 2100-CHECK-ROW-X
               VARYING WS-DREG-MSTR-SUB FROM 1 BY 1
               UNTIL   WS-DREG-MSTR-SUB > WS-DREG-MSTR-CNT
               OR      LDREG-MATCH.

           IF   WS-DREG-MSTR-USE-SUB   > ZERO
                MOVE WS-DREG-REG-ID (WS-DREG-MSTR-USE-SUB)
                                       TO LDREG-REG-ID
                MOVE WS-DREG-SUR-NM (WS-DREG-MSTR-USE-SUB)
                                       TO LDREG-REG-SUR-NM
                MOVE WS-DREG-GIV-NM (WS-DREG-MSTR-USE-SUB)
                                       TO LDREG-REG-GIV-NM
                MOVE WS-DREG-BTH-DT (WS-DREG-MSTR-USE-SUB)
                                       TO LDREG-REG-BTH-DT
                MOVE WS-DREG-DTH-DT (WS-DREG-MSTR-USE-SUB)
                                       TO LDREG-REG-DTH-DT
           END-IF.

       2000-CHECK-PERSON-X.
           EXIT.
      /
      *--------------------
       2100-CHECK-ROW.
      *--------------------

      * MOST ROWS SHARE NEITHER THE BIRTH DATE NOR EITHER SURNAME -
      * THEY CANNOT EVEN NEARLY MATCH.

           IF   WS-DREG-BTH-DT (WS-DREG-MSTR-SUB)
                                   NOT = LDREG-BTH-DT
           AND  WS-DREG-SUR-NM (WS-DREG-MSTR-SUB)
                                   NOT = LDREG-SUR-NM
           AND  WS-DREG-KA-SUR-NM (WS-DREG-MSTR-SUB)
                                   NOT = LDREG-KA-SUR-NM
                GO TO 2100-CHECK-ROW-X
           END-IF.

           MOVE ZERO                   TO WS-AGREE-CNT.
           MOVE 'N'                    TO WS-NAME-AGREE-SW
                                          WS-KANA-AGREE-SW
                                          WS-BTH-AGREE-SW.

           IF   WS-DREG-SUR-NM (WS-DREG-MSTR-SUB) = LDREG-SUR-NM
           AND  WS-DREG-GIV-NM (WS-DREG-MSTR-SUB) = LDREG-GIV-NM
                SET  WS-NAME-AGREES    TO TRUE
                ADD  1                 TO WS-AGREE-CNT
           END-IF.

           IF   WS-DREG-KA-SUR-NM (WS-DREG-MSTR-SUB) = SPACES
           OR   LDREG-KA-SUR-NM        = SPACES
                SET  WS-KANA-NOT-COMPARED
                                       TO TRUE
           ELSE
                IF   WS-DREG-KA-SUR-NM (WS-DREG-MSTR-SUB)
                                       = LDREG-KA-SUR-NM
                AND  WS-DREG-KA-GIV-NM (WS-DREG-MSTR-SUB)
                                       = LDREG-KA-GIV-NM
                     SET  WS-KANA-AGREES
                                       TO TRUE
                     ADD  1            TO WS-AGREE-CNT
                END-IF
           END-IF.

           IF   WS-DREG-BTH-DT (WS-DREG-MSTR-SUB) = LDREG-BTH-DT
                SET  WS-BTH-AGREES     TO TRUE
                ADD  1                 TO WS-AGREE-CNT
           END-IF.

      * A FULL MATCH ENDS THE SEARCH.

           IF   WS-NAME-AGREES
           AND  WS-BTH-AGREES
           AND  (WS-KANA-AGREES OR WS-KANA-NOT-COMPARED)
                MOVE '01'              TO LDREG-RETURN-CD
                MOVE WS-DREG-MSTR-SUB  TO WS-DREG-MSTR-USE-SUB
                GO TO 2100-CHECK-ROW-X
           END-IF.

      * THE FIRST NEAR MATCH IS KEPT WHILE THE SEARCH GOES ON FOR A
      * FULL ONE.

           IF   LDREG-NEAR-MATCH
                GO TO 2100-CHECK-ROW-X
           END-IF.

           IF   WS-AGREE-CNT NOT < 2
                MOVE '02'              TO LDREG-RETURN-CD
                MOVE WS-DREG-MSTR-SUB  TO WS-DREG-MSTR-USE-SUB
                GO TO 2100-CHECK-ROW-X
           END-IF.

           IF   WS-BTH-AGREES
           AND  (WS-DREG-SUR-NM (WS-DREG-MSTR-SUB) = LDREG-SUR-NM
           OR    (NOT WS-KANA-NOT-COMPARED
           AND    WS-DREG-KA-SUR-NM (WS-DREG-MSTR-SUB)
                                       = LDREG-KA-SUR-NM))
                MOVE '02'              TO LDREG-RETURN-CD
                MOVE WS-DREG-MSTR-SUB  TO WS-DREG-MSTR-USE-SUB
           END-IF.

       2100-CHECK-ROW-X.
           EXIT.
      /
      *****************************************************************
      * I/O PROCESSING COPYBOOKS                                      *
      *****************************************************************

       COPY ACPIDREG.
      /
      *****************************************************************
      * ERROR HANDLING ROUTINES                                       *
      *****************************************************************

       COPY XCPL0030.

      *****************************************************************
      **                 END OF PROGRAM ASRUDREG                     **
      *****************************************************************
