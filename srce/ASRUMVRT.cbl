      *************************
       IDENTIFICATION DIVISION.
      *************************

       PROGRAM-ID.  ASRUMVRT.

       COPY XCWWCRHT.

      *****************************************************************
      **  MEMBER :  ASRUMVRT                                         **
      **  REMARKS:  MOTOR VEHICLE RECORD THRESHOLDS BY PLAN.  CALLED **
      **            WITH A PLAN, THIS SUBPROGRAM LOADS THE MVRT      **
      **            THRESHOLD MASTER ON FIRST USE AND RETURNS THE    **
      **            FACE AMOUNT ABOVE WHICH THE INSURED'S DRIVING    **
      **            RECORD IS ORDERED AND THE VIOLATION POINTS ABOVE **
      **            WHICH A RETURNED RECORD IS REFERRED TO AN        **
      **            UNDERWRITER.  A PLAN WITHOUT ITS OWN ROW TAKES   **
      **            THE ALL-ASTERISK DEFAULT ROW; WITH NEITHER, ZERO **
      **            THRESHOLDS ARE RETURNED AND THE CALLER APPLIES   **
      **            ITS OWN DEFAULTS.                                **
      **                                                             **
      **  DOMAIN :  UW                                               **
      **  CLASS  :  FD                                               **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
951627**  15OCT26  DEV    NEW PROGRAM                                **
      *****************************************************************

      **********************
       ENVIRONMENT DIVISION.
      **********************

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY ACSSMVRT.

      ***************
       DATA DIVISION.
      ***************

       FILE SECTION.

       COPY ACSDMVRT.

       COPY ACSRMVRT.

       WORKING-STORAGE SECTION.

       COPY XCWWPGWS REPLACING '$VAR1' BY 'ASRUMVRT'.

       COPY SQLCA.

       01  WS-WORK-AREAS.

      * IN-STORAGE MVR THRESHOLD MASTER - LOADED ON THE FIRST CALL
      * AND HELD ACROSS CALLS FOR THE LIFE OF THE RUN.

           05  WS-MVRT-MSTR-MAX              PIC S9(04) COMP
                                                        VALUE +1000.
           05  WS-MVRT-MSTR-CNT              PIC S9(04) COMP
                                                        VALUE ZERO.
           05  WS-MVRT-MSTR-SUB              PIC S9(04) COMP.
           05  WS-MVRT-MSTR-USE-SUB          PIC S9(04) COMP.
           05  WS-MVRT-MSTR-DFLT-SUB         PIC S9(04) COMP
                                                        VALUE ZERO.
           05  WS-MVRT-MSTR-LOADED-SW        PIC X(01)  VALUE 'N'.
               88  WS-MVRT-MSTR-LOADED            VALUE 'Y'.
           05  WS-MVRT-MSTR-TBL.
               10  WS-MVRT-MSTR-ENTRY        OCCURS 1000 TIMES.
                   15  WS-MVRT-PLAN-ID       PIC X(15).
                   15  WS-MVRT-FACE-THRSHLD-AMT
                                             PIC S9(13)V9(02) COMP-3.
                   15  WS-MVRT-VIOL-PT-THRSHLD
                                             PIC 9(03).
      /
       COPY ACSWMVRT.
      /
       LINKAGE SECTION.
      *****************

       01  WGLOB-GLOBAL-AREA.
       COPY XCWWGLOB.

       COPY ACWLMVRT.
      /
       PROCEDURE DIVISION  USING  WGLOB-GLOBAL-AREA
                                  LMVRT-PARM-AREA.

      *--------------
       0000-MAINLINE.
      *--------------

           IF   NOT WS-MVRT-MSTR-LOADED
                PERFORM  1000-LOAD-MVRT-MASTER
                    THRU 1000-LOAD-MVRT-MASTER-X
           END-IF.

           PERFORM  2000-FIND-THRESHOLDS
               THRU 2000-FIND-THRESHOLDS-X.

           GOBACK.

       0000-MAINLINE-X.
           EXIT.
      /
      *------------------------
       1000-LOAD-MVRT-MASTER.
      *------------------------

           PERFORM  MVRT-3000-OPEN-INPUT
               THRU MVRT-3000-OPEN-INPUT-X.

           PERFORM  MVRT-1000-READ
               THRU MVRT-1000-READ-X.

           PERFORM  1100-LOAD-ONE-ROW
               THRU 1100-LOAD-ONE-ROW-X
               UNTIL WMVRT-SEQ-IO-EOF
               OR    WS-MVRT-MSTR-CNT NOT < WS-MVRT-MSTR-MAX.

           PERFORM  MVRT-5000-CLOSE
               THRU MVRT-5000-CLOSE-X.

           SET  WS-MVRT-MSTR-LOADED    TO TRUE.

       1000-LOAD-MVRT-MASTER-X.
           EXIT.
      /
      *--------------------
       1100-LOAD-ONE-ROW.
      *--------------------

           ADD  1                      TO WS-MVRT-MSTR-CNT.
           MOVE RMVRT-PLAN-ID          TO
                WS-MVRT-PLAN-ID (WS-MVRT-MSTR-CNT).
           MOVE RMVRT-FACE-THRSHLD-AMT TO
                WS-MVRT-FACE-THRSHLD-AMT (WS-MVRT-MSTR-CNT).
           MOVE RMVRT-VIOL-PT-THRSHLD  TO
                WS-MVRT-VIOL-PT-THRSHLD (WS-MVRT-MSTR-CNT).

           IF   RMVRT-PLAN-DEFAULT
                MOVE WS-MVRT-MSTR-CNT  TO WS-MVRT-MSTR-DFLT-SUB
           END-IF.

           PERFORM  MVRT-1000-READ
               THRU MVRT-1000-READ-X.

       1100-LOAD-ONE-ROW-X.
           EXIT.
      /
      *-----------------------
       2000-FIND-THRESHOLDS.
      *-----------------------

           MOVE ZERO                   TO WS-MVRT-MSTR-USE-SUB.

           PERFORM  2100-CHECK-ROW
               THRU 2100-CHECK-ROW-X
               VARYING WS-MVRT-MSTR-SUB FROM 1 BY 1
               UNTIL   WS-MVRT-MSTR-SUB > WS-MVRT-MSTR-CNT
               OR      WS-MVRT-MSTR-USE-SUB > ZERO.

           IF   WS-MVRT-MSTR-USE-SUB   > ZERO
                SET  LMVRT-PLAN-ROW-FOUND
                                       TO TRUE
           ELSE
                IF   WS-MVRT-MSTR-DFLT-SUB > ZERO
                     MOVE WS-MVRT-MSTR-DFLT-SUB
                                       TO WS-MVRT-MSTR-USE-SUB
                     SET  LMVRT-DEFAULT-ROW-USED
                                       TO TRUE
                ELSE
                     SET  LMVRT-NO-ROW-FOUND
                                       TO TRUE
                     MOVE ZERO         TO LMVRT-FACE-THRSHLD-AMT
                                          LMVRT-VIOL-PT-THRSHLD
                     GO TO 2000-FIND-THRESHOLDS-X
                END-IF
           END-IF.

           MOVE WS-MVRT-FACE-THRSHLD-AMT (WS-MVRT-MSTR-USE-SUB)
                                       TO LMVRT-FACE-THRSHLD-AMT.
           MOVE WS-MVRT-VIOL-PT-THRSHLD (WS-MVRT-MSTR-USE-SUB)
                                       TO LMVRT-VIOL-PT-THRSHLD.

       2000-FIND-THRESHOLDS-X.
           EXIT.
      /
      *--------------------
       2100-CHECK-ROW.
      *--------------------

           IF   WS-MVRT-PLAN-ID (WS-MVRT-MSTR-SUB) = LMVRT-PLAN-ID
           AND  WS-MVRT-MSTR-SUB   NOT = WS-MVRT-MSTR-DFLT-SUB
                MOVE WS-MVRT-MSTR-SUB  TO WS-MVRT-MSTR-USE-SUB
           END-IF.

       2100-CHECK-ROW-X.
           EXIT.
      /
      *****************************************************************
      * I/O PROCESSING COPYBOOKS                                      *
      *****************************************************************

       COPY ACPIMVRT.
      /
      *****************************************************************
      * ERROR HANDLING ROUTINES                                       *
      *****************************************************************

       COPY XCPL0030.

      *****************************************************************
      **                 END OF PROGRAM ASRUMVRT                     **
      *****************************************************************
