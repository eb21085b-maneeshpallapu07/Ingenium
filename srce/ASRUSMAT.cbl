      *************************
       IDENTIFICATION DIVISION.
      *************************

       PROGRAM-ID.  ASRUSMAT.

       COPY XCWWCRHT.

      *****************************************************************
      **  MEMBER :  ASRUSMAT                                         **
      **  REMARKS:  SALES MATERIAL APPROVAL EDIT.  CALLED WITH THE   **
      **            COMPLIANCE APPROVAL NUMBER OF THE SALES MATERIAL **
      **            USED IN THE SALE, THE PLAN SOLD AND THE DATE THE **
      **            MATERIAL WAS USED, THIS SUBPROGRAM LOADS THE     **
      **            SMAT APPROVED SALES MATERIAL REGISTRY ON FIRST   **
      **            USE AND RETURNS WHETHER THE MATERIAL WAS         **
      **            APPROVED FOR THAT PLAN ON THAT DATE - APPROVED,  **
      **            UNKNOWN NUMBER, NOT APPROVED FOR THE PLAN,       **
      **            EXPIRED, OR NOT YET IN USE.  A MATERIAL          **
      **            RE-APPROVED AFTER EXPIRY IS APPROVED WHEN ANY    **
      **            OF ITS APPROVAL PERIODS COVERS THE DATE.         **
      **                                                             **
      **  DOMAIN :  UW                                               **
      **  CLASS  :  FD                                               **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
529417**  15OCT26  DEV    NEW PROGRAM                                **
      *****************************************************************

      **********************
       ENVIRONMENT DIVISION.
      **********************

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY ACSSSMAT.

      ***************
       DATA DIVISION.
      ***************

       FILE SECTION.

       COPY ACSDSMAT.

       COPY ACSRSMAT.

       WORKING-STORAGE SECTION.

       COPY XCWWPGWS REPLACING '$VAR1' BY 'ASRUSMAT'.

       COPY SQLCA.

       01  WS-WORK-AREAS.

      * IN-STORAGE SALES MATERIAL REGISTRY - LOADED ON THE FIRST CALL
      * AND HELD ACROSS CALLS FOR THE LIFE OF THE RUN.

           05  WS-SMAT-MSTR-MAX              PIC S9(04) COMP
                                                        VALUE +3000.
           05  WS-SMAT-MSTR-CNT              PIC S9(04) COMP
                                                        VALUE ZERO.
           05  WS-SMAT-MSTR-SUB              PIC S9(04) COMP.
           05  WS-SMAT-MSTR-USE-SUB          PIC S9(04) COMP.
           05  WS-SMAT-MSTR-LOADED-SW        PIC X(01)  VALUE 'N'.
               88  WS-SMAT-MSTR-LOADED            VALUE 'Y'.
           05  WS-SMAT-MSTR-TBL.
               10  WS-SMAT-MSTR-ENTRY        OCCURS 3000 TIMES.
                   15  WS-SMAT-APPRV-NUM     PIC X(10).
                   15  WS-SMAT-PLAN-ID       PIC X(15).
                   15  WS-SMAT-MATL-DESC     PIC X(40).
                   15  WS-SMAT-EFF-DT        PIC X(10).
                   15  WS-SMAT-XPRY-DT       PIC X(10).

      * BEST REASON FOUND SO FAR WHEN NO APPROVAL PERIOD COVERS THE
      * DATE - AN EXPIRY OUTRANKS A LATER APPROVAL, AND EITHER
      * OUTRANKS AN APPROVAL FOR ANOTHER PLAN.

           05  WS-BEST-RETURN-CD             PIC X(02).
      /
       COPY ACSWSMAT.
      /
       LINKAGE SECTION.
      *****************

       01  WGLOB-GLOBAL-AREA.
       COPY XCWWGLOB.

       COPY ACWLSMAT.
      /
       PROCEDURE DIVISION  USING  WGLOB-GLOBAL-AREA
                                  LSMAT-PARM-AREA.

      *--------------
       0000-MAINLINE.
      *--------------

           IF   NOT WS-SMAT-MSTR-LOADED
                PERFORM  1000-LOAD-SMAT-MASTER
                    THRU 1000-LOAD-SMAT-MASTER-X
           END-IF.

           PERFORM  2000-CHECK-MATERIAL
               THRU 2000-CHECK-MATERIAL-X.

           GOBACK.

       0000-MAINLINE-X.
           EXIT.
      /
      *------------------------
       1000-LOAD-SMAT-MASTER.
      *------------------------

           PERFORM  SMAT-3000-OPEN-INPUT
               THRU SMAT-3000-OPEN-INPUT-X.

           PERFORM  SMAT-1000-READ
               THRU SMAT-1000-READ-X.

           PERFORM  1100-LOAD-ONE-ROW
               THRU 1100-LOAD-ONE-ROW-X
               UNTIL WSMAT-SEQ-IO-EOF
               OR    WS-SMAT-MSTR-CNT NOT < WS-SMAT-MSTR-MAX.

           PERFORM  SMAT-5000-CLOSE
               THRU SMAT-5000-CLOSE-X.

           SET  WS-SMAT-MSTR-LOADED    TO TRUE.

       1000-LOAD-SMAT-MASTER-X.
           EXIT.
      /
      *--------------------
       1100-LOAD-ONE-ROW.
      *--------------------

           ADD  1                      TO WS-SMAT-MSTR-CNT.
           MOVE RSMAT-APPRV-NUM        TO
                WS-SMAT-APPRV-NUM (WS-SMAT-MSTR-CNT).
           MOVE RSMAT-PLAN-ID          TO
                WS-SMAT-PLAN-ID (WS-SMAT-MSTR-CNT).
           MOVE RSMAT-MATL-DESC        TO
                WS-SMAT-MATL-DESC (WS-SMAT-MSTR-CNT).
           MOVE RSMAT-EFF-DT           TO
                WS-SMAT-EFF-DT (WS-SMAT-MSTR-CNT).
           MOVE RSMAT-XPRY-DT          TO
                WS-SMAT-XPRY-DT (WS-SMAT-MSTR-CNT).

           PERFORM  SMAT-1000-READ
               THRU SMAT-1000-READ-X.

       1100-LOAD-ONE-ROW-X.
           EXIT.
      /
      *--------------------
       2000-CHECK-MATERIAL.
      *--------------------

           MOVE SPACES                 TO LSMAT-MATL-DESC
                                          LSMAT-EFF-DT
                                          LSMAT-XPRY-DT.

      * NO APPROVAL NUMBER QUOTED - THE MATERIAL CANNOT BE PROVED.

           IF   LSMAT-APPRV-NUM        = SPACES OR LOW-VALUES
                MOVE '05'              TO LSMAT-RETURN-CD
                GO TO 2000-CHECK-MATERIAL-X
           END-IF.

           MOVE '01'                   TO WS-BEST-RETURN-CD.
           MOVE ZERO                   TO WS-SMAT-MSTR-USE-SUB.

           PERFORM  2100-CHECK-ROW
               THRU 2100-CHECK-ROW-X
               VARYING WS-SMAT-MSTR-SUB FROM 1 BY 1
               UNTIL   WS-SMAT-MSTR-SUB > WS-SMAT-MSTR-CNT
               OR      WS-BEST-RETURN-CD = '00'.

           MOVE WS-BEST-RETURN-CD      TO LSMAT-RETURN-CD.

           IF   WS-SMAT-MSTR-USE-SUB   > ZERO
                MOVE WS-SMAT-MATL-DESC (WS-SMAT-MSTR-USE-SUB)
                                       TO LSMAT-MATL-DESC
                MOVE WS-SMAT-EFF-DT (WS-SMAT-MSTR-USE-SUB)
                                       TO LSMAT-EFF-DT
                MOVE WS-SMAT-XPRY-DT (WS-SMAT-MSTR-USE-SUB)
                                       TO LSMAT-XPRY-DT
           END-IF.

       2000-CHECK-MATERIAL-X.
           EXIT.
      /
      *--------------------
       2100-CHECK-ROW.
      *--------------------

           IF   WS-SMAT-APPRV-NUM (WS-SMAT-MSTR-SUB)
                                   NOT = LSMAT-APPRV-NUM
                GO TO 2100-CHECK-ROW-X
           END-IF.

      * APPROVED, BUT FOR ANOTHER PLAN.

           IF   WS-SMAT-PLAN-ID (WS-SMAT-MSTR-SUB) NOT = '*'
           AND  WS-SMAT-PLAN-ID (WS-SMAT-MSTR-SUB)
                                   NOT = LSMAT-PLAN-ID
                IF   WS-BEST-RETURN-CD = '01'
                     MOVE '02'         TO WS-BEST-RETURN-CD
                     MOVE WS-SMAT-MSTR-SUB
                                       TO WS-SMAT-MSTR-USE-SUB
                END-IF
                GO TO 2100-CHECK-ROW-X
           END-IF.

      * NOT IN USE UNTIL AFTER THE DATE.

           IF   WS-SMAT-EFF-DT (WS-SMAT-MSTR-SUB) > LSMAT-USE-DT
                IF   WS-BEST-RETURN-CD = '01'
                OR   WS-BEST-RETURN-CD = '02'
                     MOVE '04'         TO WS-BEST-RETURN-CD
                     MOVE WS-SMAT-MSTR-SUB
                                       TO WS-SMAT-MSTR-USE-SUB
                END-IF
                GO TO 2100-CHECK-ROW-X
           END-IF.

      * THE EXPIRY DATE IS THE LAST DAY THE MATERIAL MAY BE USED.

           IF   WS-SMAT-XPRY-DT (WS-SMAT-MSTR-SUB) NOT = SPACES
           AND  WS-SMAT-XPRY-DT (WS-SMAT-MSTR-SUB) < LSMAT-USE-DT
                MOVE '03'              TO WS-BEST-RETURN-CD
                MOVE WS-SMAT-MSTR-SUB  TO WS-SMAT-MSTR-USE-SUB
                GO TO 2100-CHECK-ROW-X
           END-IF.

           MOVE '00'                   TO WS-BEST-RETURN-CD.
           MOVE WS-SMAT-MSTR-SUB       TO WS-SMAT-MSTR-USE-SUB.

       2100-CHECK-ROW-X.
           EXIT.
      /
      *****************************************************************
      * I/O PROCESSING COPYBOOKS                                      *
      *****************************************************************

       COPY ACPISMAT.
      /
      *****************************************************************
      * ERROR HANDLING ROUTINES                                       *
      *****************************************************************

       COPY XCPL0030.

      *****************************************************************
      **                 END OF PROGRAM ASRUSMAT                     **
      *****************************************************************
