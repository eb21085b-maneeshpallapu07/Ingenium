      *************************
       IDENTIFICATION DIVISION.
      *************************

       PROGRAM-ID.  ASRUFAPR.

       COPY XCWWCRHT.

      *****************************************************************
      **  MEMBER :  ASRUFAPR                                         **
      **  REMARKS:  POLICY FORM APPROVAL BY JURISDICTION.  CALLED    **
      **            PER APPLICATION WITH THE APPLICATION FORM        **
      **            NUMBER, THE ISSUE LOCATION AND THE SIGNATURE     **
      **            DATE, THIS SUBPROGRAM LOADS THE FAPR FORM        **
      **            APPROVAL MASTER ON FIRST USE AND RETURNS         **
      **            WHETHER THE FORM WAS APPROVED IN THAT            **
      **            JURISDICTION ON THAT DATE - APPROVED, NEVER      **
      **            FILED THERE, NOT YET APPROVED, OR WITHDRAWN.     **
      **            A FORM RE-FILED AFTER WITHDRAWAL IS APPROVED     **
      **            WHEN ANY OF ITS APPROVAL PERIODS COVERS THE      **
      **            SIGNATURE DATE.                                  **
      **                                                             **
      **  DOMAIN :  UW                                               **
      **  CLASS  :  FD                                               **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
861529**  15OCT26  DEV    NEW PROGRAM                                **
      *****************************************************************

      **********************
       ENVIRONMENT DIVISION.
      **********************

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY ACSSFAPR.

      ***************
       DATA DIVISION.
      ***************

       FILE SECTION.

       COPY ACSDFAPR.

       COPY ACSRFAPR.

       WORKING-STORAGE SECTION.

       COPY XCWWPGWS REPLACING '$VAR1' BY 'ASRUFAPR'.

       COPY SQLCA.

       01  WS-WORK-AREAS.

      * IN-STORAGE FORM APPROVAL MASTER - LOADED ON THE FIRST CALL
      * AND HELD ACROSS CALLS FOR THE LIFE OF THE RUN.

           05  WS-FAPR-MSTR-MAX              PIC S9(04) COMP
                                                        VALUE +3000.
           05  WS-FAPR-MSTR-CNT              PIC S9(04) COMP
                                                        VALUE ZERO.
           05  WS-FAPR-MSTR-SUB              PIC S9(04) COMP.
           05  WS-FAPR-MSTR-USE-SUB          PIC S9(04) COMP.
           05  WS-FAPR-MSTR-LOADED-SW        PIC X(01)  VALUE 'N'.
               88  WS-FAPR-MSTR-LOADED            VALUE 'Y'.
           05  WS-FAPR-MSTR-TBL.
               10  WS-FAPR-MSTR-ENTRY        OCCURS 3000 TIMES.
                   15  WS-FAPR-FORM-NUM      PIC X(15).
                   15  WS-FAPR-JURS-CD       PIC X(02).
                   15  WS-FAPR-APPRV-DT      PIC X(10).
                   15  WS-FAPR-WTHDR-DT      PIC X(10).

      * BEST REASON FOUND SO FAR WHEN NO APPROVAL PERIOD COVERS THE
      * SIGNATURE DATE - A WITHDRAWAL OUTRANKS A LATER APPROVAL.

           05  WS-BEST-RETURN-CD             PIC X(02).
      /
       COPY ACSWFAPR.
      /
       LINKAGE SECTION.
      *****************

       01  WGLOB-GLOBAL-AREA.
       COPY XCWWGLOB.

       COPY ACWLFAPR.
      /
       PROCEDURE DIVISION  USING  WGLOB-GLOBAL-AREA
                                  LFAPR-PARM-AREA.

      *--------------
       0000-MAINLINE.
      *--------------

           IF   NOT WS-FAPR-MSTR-LOADED
                PERFORM  1000-LOAD-FAPR-MASTER
                    THRU 1000-LOAD-FAPR-MASTER-X
           END-IF.

           PERFORM  2000-CHECK-FORM
               THRU 2000-CHECK-FORM-X.

           GOBACK.

       0000-MAINLINE-X.
           EXIT.
      /
      *------------------------
       1000-LOAD-FAPR-MASTER.
      *------------------------

           PERFORM  FAPR-3000-OPEN-INPUT
               THRU FAPR-3000-OPEN-INPUT-X.

           PERFORM  FAPR-1000-READ
               THRU FAPR-1000-READ-X.

           PERFORM  1100-LOAD-ONE-ROW
               THRU 1100-LOAD-ONE-ROW-X
               UNTIL WFAPR-SEQ-IO-EOF
               OR    WS-FAPR-MSTR-CNT NOT < WS-FAPR-MSTR-MAX.

           PERFORM  FAPR-5000-CLOSE
               THRU FAPR-5000-CLOSE-X.

           SET  WS-FAPR-MSTR-LOADED    TO TRUE.

       1000-LOAD-FAPR-MASTER-X.
           EXIT.
      /
      *--------------------
       1100-LOAD-ONE-ROW.
      *--------------------

           ADD  1                      TO WS-FAPR-MSTR-CNT.
           MOVE RFAPR-FORM-NUM         TO
                WS-FAPR-FORM-NUM (WS-FAPR-MSTR-CNT).
           MOVE RFAPR-JURS-CD          TO
                WS-FAPR-JURS-CD (WS-FAPR-MSTR-CNT).
           MOVE RFAPR-APPRV-DT         TO
                WS-FAPR-APPRV-DT (WS-FAPR-MSTR-CNT).
           MOVE RFAPR-WTHDR-DT         TO
                WS-FAPR-WTHDR-DT (WS-FAPR-MSTR-CNT).

           PERFORM  FAPR-1000-READ
               THRU FAPR-1000-READ-X.

       1100-LOAD-ONE-ROW-X.
           EXIT.
      /
      *--------------------
       2000-CHECK-FORM.
      *--------------------

           MOVE '04'                   TO LFAPR-RETURN-CD.
           MOVE SPACES                 TO LFAPR-APPRV-DT
                                          LFAPR-WTHDR-DT.

      * WITHOUT A FORM, A LOCATION AND A DATE THERE IS NOTHING TO
      * EDIT - THE MANDATORY-FIELD EDITS REPORT THOSE.

           IF   LFAPR-FORM-NUM         = SPACES OR LOW-VALUES
           OR   LFAPR-ISS-LOC-CD       = SPACES OR LOW-VALUES
           OR   LFAPR-SIGN-DT          = SPACES OR LOW-VALUES
                GO TO 2000-CHECK-FORM-X
           END-IF.

           MOVE '01'                   TO WS-BEST-RETURN-CD.
           MOVE ZERO                   TO WS-FAPR-MSTR-USE-SUB.

           PERFORM  2100-CHECK-ROW
               THRU 2100-CHECK-ROW-X
               VARYING WS-FAPR-MSTR-SUB FROM 1 BY 1
               UNTIL   WS-FAPR-MSTR-SUB > WS-FAPR-MSTR-CNT
               OR      WS-BEST-RETURN-CD = '00'.

           MOVE WS-BEST-RETURN-CD      TO LFAPR-RETURN-CD.

           IF   WS-FAPR-MSTR-USE-SUB   > ZERO
                MOVE WS-FAPR-APPRV-DT (WS-FAPR-MSTR-USE-SUB)
                                       TO LFAPR-APPRV-DT
                MOVE WS-FAPR-WTHDR-DT (WS-FAPR-MSTR-USE-SUB)
                                       TO LFAPR-WTHDR-DT
           END-IF.

       2000-CHECK-FORM-X.
           EXIT.
      /
      *--------------------
       2100-CHECK-ROW.
      *--------------------

           IF   WS-FAPR-FORM-NUM (WS-FAPR-MSTR-SUB)
                                   NOT = LFAPR-FORM-NUM
           OR   WS-FAPR-JURS-CD (WS-FAPR-MSTR-SUB)
                                   NOT = LFAPR-ISS-LOC-CD
                GO TO 2100-CHECK-ROW-X
           END-IF.

      * APPROVED AFTER THE SIGNATURE DATE.

           IF   WS-FAPR-APPRV-DT (WS-FAPR-MSTR-SUB) > LFAPR-SIGN-DT
                IF   WS-BEST-RETURN-CD = '01'
                     MOVE '02'         TO WS-BEST-RETURN-CD
                     MOVE WS-FAPR-MSTR-SUB
                                       TO WS-FAPR-MSTR-USE-SUB
                END-IF
                GO TO 2100-CHECK-ROW-X
           END-IF.

      * WITHDRAWN ON OR BEFORE THE SIGNATURE DATE.

           IF   WS-FAPR-WTHDR-DT (WS-FAPR-MSTR-SUB) NOT = SPACES
           AND  WS-FAPR-WTHDR-DT (WS-FAPR-MSTR-SUB)
                                   NOT > LFAPR-SIGN-DT
                MOVE '03'              TO WS-BEST-RETURN-CD
                MOVE WS-FAPR-MSTR-SUB  TO WS-FAPR-MSTR-USE-SUB
                GO TO 2100-CHECK-ROW-X
           END-IF.

           MOVE '00'                   TO WS-BEST-RETURN-CD.
           MOVE WS-FAPR-MSTR-SUB       TO WS-FAPR-MSTR-USE-SUB.

       2100-CHECK-ROW-X.
           EXIT.
      /
      *****************************************************************
      * I/O PROCESSING COPYBOOKS                                      *
      *****************************************************************

       COPY ACPIFAPR.
      /
      *****************************************************************
      * ERROR HANDLING ROUTINES                                       *
      *****************************************************************

       COPY XCPL0030.

      *****************************************************************
      **                 END OF PROGRAM ASRUFAPR                     **
      *****************************************************************
