      *************************
       IDENTIFICATION DIVISION.
      *************************

       PROGRAM-ID.  ASRUSTKR.

       COPY XCWWCRHT.

      *****************************************************************
      **  MEMBER :  ASRUSTKR                                         **
      **  REMARKS:  APPLICATION STICKER EDIT FOR THE IMPORT.  CALLED **
      **            WITH THE PRE-PRINTED STICKER NUMBER (STCKR-ID)   **
      **            CARRIED ON A UCVG, UCLI, UBEN OR UFND ROW, THIS  **
      **            SUBPROGRAM LOADS THE STKI STICKER INVENTORY ON   **
      **            FIRST USE AND PROVES THE STICKER WAS ISSUED,     **
      **            THAT IT WAS ISSUED TO THE SALES OFFICE THAT      **
      **            SUBMITTED THE APPLICATION, AND THAT IT HAS NOT   **
      **            ALREADY BEEN USED ON ANOTHER APPLICATION.  THE   **
      **            FIRST SIGHTING OF AN ISSUED STICKER IS RECORDED  **
      **            ON THE STKU USAGE TABLE; A LATER SIGHTING ON THE **
      **            SAME APPLICATION (ANOTHER COVERAGE, CLIENT,      **
      **            BENEFICIARY OR FUND ROW) IS NOT A REUSE.         **
      **                                                             **
      **  DOMAIN :  UW                                               **
      **  CLASS  :  FD                                               **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
756318**  15OCT26  DEV    NEW PROGRAM                                **
      *****************************************************************

      **********************
       ENVIRONMENT DIVISION.
      **********************

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY ACSSSTKI.

      ***************
       DATA DIVISION.
      ***************

       FILE SECTION.

       COPY ACSDSTKI.

       COPY ACSRSTKI.

       WORKING-STORAGE SECTION.

       COPY XCWWPGWS REPLACING '$VAR1' BY 'ASRUSTKR'.

       COPY SQLCA.

       01  WS-WORK-AREAS.

      * IN-STORAGE STICKER INVENTORY - LOADED ON THE FIRST CALL AND
      * HELD ACROSS CALLS FOR THE LIFE OF THE RUN.

           05  WS-STKI-MSTR-MAX              PIC S9(04) COMP
                                                        VALUE +2000.
           05  WS-STKI-MSTR-CNT              PIC S9(04) COMP
                                                        VALUE ZERO.
           05  WS-STKI-MSTR-SUB              PIC S9(04) COMP.
           05  WS-STKI-MSTR-USE-SUB          PIC S9(04) COMP.
           05  WS-STKI-MSTR-LOADED-SW        PIC X(01)  VALUE 'N'.
               88  WS-STKI-MSTR-LOADED            VALUE 'Y'.
           05  WS-STKI-MSTR-TBL.
               10  WS-STKI-MSTR-ENTRY        OCCURS 2000 TIMES.
                   15  WS-STKI-CO-ID         PIC X(02).
                   15  WS-STKI-SO-NUM        PIC X(03).
                   15  WS-STKI-LOW-NUM       PIC 9(11).
                   15  WS-STKI-HIGH-NUM      PIC 9(11).

           05  WS-STCKR-ID                   PIC X(11).
           05  WS-STCKR-NUM  REDEFINES WS-STCKR-ID
                                             PIC 9(11).
      /
       COPY ACSWSTKI.
      /
       COPY ACFWSTKU.
      /
       COPY ACFRSTKU.
      /
       LINKAGE SECTION.
      *****************

       01  WGLOB-GLOBAL-AREA.
       COPY XCWWGLOB.

       COPY ACWLSTKR.
      /
       PROCEDURE DIVISION  USING  WGLOB-GLOBAL-AREA
                                  LSTKR-PARM-AREA.

      *--------------
       0000-MAINLINE.
      *--------------

           IF   NOT WS-STKI-MSTR-LOADED
                PERFORM  1000-LOAD-INVENTORY
                    THRU 1000-LOAD-INVENTORY-X
           END-IF.

           PERFORM  2000-CHECK-STICKER
               THRU 2000-CHECK-STICKER-X.

           GOBACK.

       0000-MAINLINE-X.
           EXIT.
      /
      *------------------------
       1000-LOAD-INVENTORY.
      *------------------------

           PERFORM  STKI-3000-OPEN-INPUT
               THRU STKI-3000-OPEN-INPUT-X.

           PERFORM  STKI-1000-READ
               THRU STKI-1000-READ-X.

           PERFORM  1100-LOAD-ONE-RANGE
               THRU 1100-LOAD-ONE-RANGE-X
               UNTIL WSTKI-SEQ-IO-EOF
               OR    WS-STKI-MSTR-CNT NOT < WS-STKI-MSTR-MAX.

           PERFORM  STKI-5000-CLOSE
               THRU STKI-5000-CLOSE-X.

           SET  WS-STKI-MSTR-LOADED    TO TRUE.

       1000-LOAD-INVENTORY-X.
           EXIT.
      /
      *--------------------
       1100-LOAD-ONE-RANGE.
      *--------------------

           ADD  1                      TO WS-STKI-MSTR-CNT.
           MOVE RSTKI-CO-ID            TO
                WS-STKI-CO-ID (WS-STKI-MSTR-CNT).
           MOVE RSTKI-SO-NUM           TO
                WS-STKI-SO-NUM (WS-STKI-MSTR-CNT).
           MOVE RSTKI-STCKR-LOW-NUM    TO
                WS-STKI-LOW-NUM (WS-STKI-MSTR-CNT).
           MOVE RSTKI-STCKR-HIGH-NUM   TO
                WS-STKI-HIGH-NUM (WS-STKI-MSTR-CNT).

           PERFORM  STKI-1000-READ
               THRU STKI-1000-READ-X.

       1100-LOAD-ONE-RANGE-X.
           EXIT.
      /
      *--------------------
       2000-CHECK-STICKER.
      *--------------------

           MOVE '00'                   TO LSTKR-RETURN-CD.
           MOVE SPACES                 TO LSTKR-ISSUE-SO-NUM
                                          LSTKR-USED-APP-ID.

      * A ROW WITH NO STICKER (TELEPHONE AND E-APPLICATIONS) IS NOT
      * EDITED - THE CALLER DECIDES WHETHER THAT IS ACCEPTABLE.

           IF   LSTKR-STCKR-ID         = SPACES OR LOW-VALUES
                MOVE '04'              TO LSTKR-RETURN-CD
                GO TO 2000-CHECK-STICKER-X
           END-IF.

           MOVE LSTKR-STCKR-ID         TO WS-STCKR-ID.
           IF   WS-STCKR-ID            NOT NUMERIC
                MOVE '01'              TO LSTKR-RETURN-CD
                GO TO 2000-CHECK-STICKER-X
           END-IF.

           PERFORM  2100-FIND-RANGE
               THRU 2100-FIND-RANGE-X.

           IF   WS-STKI-MSTR-USE-SUB   = ZERO
                MOVE '01'              TO LSTKR-RETURN-CD
                GO TO 2000-CHECK-STICKER-X
           END-IF.

           MOVE WS-STKI-SO-NUM (WS-STKI-MSTR-USE-SUB)
                                       TO LSTKR-ISSUE-SO-NUM.

           PERFORM  2200-RECORD-USAGE
               THRU 2200-RECORD-USAGE-X.

           IF   LSTKR-RETURN-CD        NOT = '00'
                GO TO 2000-CHECK-STICKER-X
           END-IF.

           IF   LSTKR-ISSUE-SO-NUM     NOT = LSTKR-SO-NUM
                MOVE '02'              TO LSTKR-RETURN-CD
           END-IF.

       2000-CHECK-STICKER-X.
           EXIT.
      /
      *------------------------
       2100-FIND-RANGE.
      *------------------------

           MOVE ZERO                   TO WS-STKI-MSTR-USE-SUB.

           PERFORM  2110-MATCH-RANGE
               THRU 2110-MATCH-RANGE-X
               VARYING WS-STKI-MSTR-SUB FROM 1 BY 1
               UNTIL   WS-STKI-MSTR-SUB     > WS-STKI-MSTR-CNT
               OR      WS-STKI-MSTR-USE-SUB > ZERO.

       2100-FIND-RANGE-X.
           EXIT.
      /
      *--------------------
       2110-MATCH-RANGE.
      *--------------------

           IF   WS-STKI-CO-ID (WS-STKI-MSTR-SUB) = LSTKR-CO-ID
           AND  WS-STCKR-NUM NOT < WS-STKI-LOW-NUM (WS-STKI-MSTR-SUB)
           AND  WS-STCKR-NUM NOT > WS-STKI-HIGH-NUM (WS-STKI-MSTR-SUB)
                MOVE WS-STKI-MSTR-SUB  TO WS-STKI-MSTR-USE-SUB
           END-IF.

       2110-MATCH-RANGE-X.
           EXIT.
      /
      *------------------------
       2200-RECORD-USAGE.
      *------------------------

      * THE FIRST SIGHTING OF THE STICKER IS RECORDED AGAINST THE
      * APPLICATION; ANY LATER SIGHTING MUST BE ON THE SAME ONE.

           MOVE LSTKR-CO-ID            TO WSTKU-CO-ID.
           MOVE LSTKR-STCKR-ID         TO WSTKU-STCKR-ID.
           SET  WSTKU-ENVRMNT-BATCH    TO TRUE.

           PERFORM  STKU-1000-READ
               THRU STKU-1000-READ-X.

           IF   WSTKU-IO-OK
                IF   RSTKU-APP-ID      NOT = LSTKR-APP-ID
                     MOVE RSTKU-APP-ID TO LSTKR-USED-APP-ID
                     MOVE '03'         TO LSTKR-RETURN-CD
                END-IF
                GO TO 2200-RECORD-USAGE-X
           END-IF.

           IF   NOT WSTKU-IO-NOT-FOUND
                MOVE '09'              TO LSTKR-RETURN-CD
                GO TO 2200-RECORD-USAGE-X
           END-IF.

           PERFORM  STKU-1000-CREATE
               THRU STKU-1000-CREATE-X.

           MOVE LSTKR-APP-ID           TO RSTKU-APP-ID.
           MOVE LSTKR-SO-NUM           TO RSTKU-SO-NUM.
           MOVE LSTKR-USE-DT           TO RSTKU-USE-DT.
           MOVE LSTKR-SRC-TBL-ID       TO RSTKU-SRC-TBL-ID.

           PERFORM  STKU-1000-WRITE
               THRU STKU-1000-WRITE-X.

           IF   NOT WSTKU-IO-OK
                MOVE '09'              TO LSTKR-RETURN-CD
           END-IF.

       2200-RECORD-USAGE-X.
           EXIT.
      /
      *****************************************************************
      * I/O PROCESSING COPYBOOKS                                      *
      *****************************************************************

       COPY ACPISTKI.

       COPY ACPBSTKU.
      /
      *****************************************************************
      * ERROR HANDLING ROUTINES                                       *
      *****************************************************************

       COPY XCPL0030.

      *****************************************************************
      **                 END OF PROGRAM ASRUSTKR                     **
      *****************************************************************
