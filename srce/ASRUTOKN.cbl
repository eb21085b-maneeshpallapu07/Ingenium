      *************************
       IDENTIFICATION DIVISION.
      *************************

       PROGRAM-ID.  ASRUTOKN.

       COPY XCWWCRHT.

      *****************************************************************
      **  MEMBER :  ASRUTOKN                                         **
      **  REMARKS:  BANK ACCOUNT TOKENIZATION.  BILLING, PAYOUT AND  **
      **            PAC ACCOUNT NUMBERS ARE NOT HELD IN CLEAR ON THE **
      **            UPLOAD TABLES - EACH IS REPLACED AT IMPORT BY A  **
      **            TOKEN FROM THE TOKV TOKEN VAULT.  TOKENIZE       **
      **            RETURNS THE ACCOUNT'S EXISTING TOKEN, OR ISSUES  **
      **            THE NEXT SERIAL AND VAULTS THE PAIR; THE SAME    **
      **            ACCOUNT ALWAYS GETS THE SAME TOKEN, SO FRAUD     **
      **            CLUSTERING AND DUPLICATE MATCHING WORK ON THE    **
      **            TOKENS UNCHANGED.  DETOKENIZE RETURNS THE        **
      **            ACCOUNT NUMBER FOR A TOKEN AND IS CALLED ONLY BY **
      **            THE FEEDS THAT LEAVE FOR THE BANK.               **
      **                                                             **
      **            A TOKEN IS 'TK', AN 11-DIGIT SERIAL AND THE LAST **
      **            FOUR CHARACTERS OF THE ACCOUNT, THE SAME LENGTH  **
      **            AS THE ACCOUNT FIELD - MASKED DISPLAYS OF A      **
      **            TOKEN STILL SHOW THE REAL TRAILING DIGITS.  A    **
      **            VALUE ALREADY IN THE REQUESTED FORM IS RETURNED  **
      **            UNCHANGED.                                       **
      **                                                             **
      **  DOMAIN :  UW                                               **
      **  CLASS  :  FD                                               **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
864217**  15OCT26  DEV    NEW PROGRAM                                **
      *****************************************************************

      **********************
       ENVIRONMENT DIVISION.
      **********************

      ***************
       DATA DIVISION.
      ***************

       WORKING-STORAGE SECTION.

       COPY XCWWPGWS REPLACING '$VAR1' BY 'ASRUTOKN'.

       COPY SQLCA.

       01  WS-WORK-AREAS.
           05  WS-TOKN-PREFIX                PIC X(02)  VALUE 'TK'.

      * A NEW SERIAL CAN COLLIDE WITH ONE TAKEN BY A PARALLEL IMPORT
      * INSTANCE BETWEEN THE MAX AND THE INSERT - THE ISSUE IS RETRIED
      * FROM A FRESH MAX UP TO WS-MAX-ATTEMPTS TIMES.

           05  WS-ATTEMPT-CNT                PIC S9(04) COMP.
           05  WS-MAX-ATTEMPTS               PIC S9(04) COMP
                                                        VALUE +5.
           05  WS-ISSUE-DONE-SW              PIC X(01).
               88  WS-ISSUE-DONE                  VALUE 'Y'.
               88  WS-ISSUE-NOT-DONE              VALUE 'N'.
           05  WS-NEXT-SEQ-NUM               PIC 9(11).

           05  WS-ACCT-ID                    PIC X(17).
           05  WS-ACCT-CHAR-R  REDEFINES WS-ACCT-ID.
               10  WS-ACCT-CHAR              OCCURS 17 TIMES
                                             PIC X(01).
           05  WS-ACCT-LAST-POS              PIC S9(04) COMP.
           05  WS-ACCT-POS                   PIC S9(04) COMP.
           05  WS-ACCT-TAIL                  PIC X(04)
                                             JUSTIFIED RIGHT.

           05  WS-NEW-TOKN-ID.
               10  WS-NEW-TOKN-PREFIX        PIC X(02).
               10  WS-NEW-TOKN-SEQ-NUM       PIC 9(11).
               10  WS-NEW-TOKN-TAIL          PIC X(04).

           05  WS-TODAY-CCYYMMDD             PIC 9(08).
           05  WS-TODAY-DT                   PIC X(10).
      /
       COPY ACFWTOKV.
      /
       COPY ACFRTOKV.
      /
       LINKAGE SECTION.
      *****************

       01  WGLOB-GLOBAL-AREA.
       COPY XCWWGLOB.

       COPY ACWLTOKN.
      /
       PROCEDURE DIVISION  USING  WGLOB-GLOBAL-AREA
                                  LTOKN-PARM-AREA.

      *--------------
       0000-MAINLINE.
      *--------------

           MOVE '00'                   TO LTOKN-RETURN-CD.

           IF   LTOKN-FCN-TOKENIZE
                PERFORM  2000-TOKENIZE
                    THRU 2000-TOKENIZE-X
                GO TO 0000-MAINLINE-X
           END-IF.

           IF   LTOKN-FCN-DETOKENIZE
                PERFORM  3000-DETOKENIZE
                    THRU 3000-DETOKENIZE-X
                GO TO 0000-MAINLINE-X
           END-IF.

           MOVE '09'                   TO LTOKN-RETURN-CD.

       0000-MAINLINE-X.
           GOBACK.
      /
      *--------------
       2000-TOKENIZE.
      *--------------

           IF   LTOKN-ACCT-ID          = SPACES OR LOW-VALUES
                MOVE SPACES            TO LTOKN-TOKN-ID
                MOVE '04'              TO LTOKN-RETURN-CD
                GO TO 2000-TOKENIZE-X
           END-IF.

      * ALREADY A TOKEN (A RE-RUN, OR A ROW RESTORED FROM A TOKENIZED
      * ARCHIVE) - NOTHING TO DO.

           IF   LTOKN-ACCT-ID (1:2)    = WS-TOKN-PREFIX
                MOVE LTOKN-ACCT-ID     TO LTOKN-TOKN-ID
                GO TO 2000-TOKENIZE-X
           END-IF.

           SET  WTOKV-ENVRMNT-BATCH    TO TRUE.
           MOVE LTOKN-ACCT-ID          TO WTOKV-ACCT-ID.

           PERFORM  TOKV-1000-READ-ACCT
               THRU TOKV-1000-READ-ACCT-X.

           IF   WTOKV-IO-OK
                MOVE RTOKV-TOKN-ID     TO LTOKN-TOKN-ID
                GO TO 2000-TOKENIZE-X
           END-IF.

           IF   NOT WTOKV-IO-NOT-FOUND
                MOVE '09'              TO LTOKN-RETURN-CD
                GO TO 2000-TOKENIZE-X
           END-IF.

      * FIRST SIGHTING OF THE ACCOUNT - ISSUE THE NEXT SERIAL.

           PERFORM  2200-BUILD-TAIL
               THRU 2200-BUILD-TAIL-X.

           ACCEPT  WS-TODAY-CCYYMMDD   FROM DATE YYYYMMDD.

           MOVE WS-TODAY-CCYYMMDD (1:4)     TO WS-TODAY-DT (1:4).
           MOVE '-'                         TO WS-TODAY-DT (5:1).
           MOVE WS-TODAY-CCYYMMDD (5:2)     TO WS-TODAY-DT (6:2).
           MOVE '-'                         TO WS-TODAY-DT (8:1).
           MOVE WS-TODAY-CCYYMMDD (7:2)     TO WS-TODAY-DT (9:2).

           MOVE ZERO                   TO WS-ATTEMPT-CNT.
           SET  WS-ISSUE-NOT-DONE      TO TRUE.

           PERFORM  2100-ISSUE-TOKEN
               THRU 2100-ISSUE-TOKEN-X
               UNTIL WS-ISSUE-DONE.

       2000-TOKENIZE-X.
           EXIT.
      /
      *-----------------
       2100-ISSUE-TOKEN.
      *-----------------

           ADD  1                      TO WS-ATTEMPT-CNT.
           IF   WS-ATTEMPT-CNT         > WS-MAX-ATTEMPTS
                MOVE '09'              TO LTOKN-RETURN-CD
                SET  WS-ISSUE-DONE     TO TRUE
                GO TO 2100-ISSUE-TOKEN-X
           END-IF.

           PERFORM  TOKV-1000-READ-MAX
               THRU TOKV-1000-READ-MAX-X.

           IF   WTOKV-IO-OK
                COMPUTE WS-NEXT-SEQ-NUM = RTOKV-TOKN-SEQ-NUM + 1
           ELSE
                IF   WTOKV-IO-NOT-FOUND
                     MOVE 1            TO WS-NEXT-SEQ-NUM
                ELSE
                     MOVE '09'         TO LTOKN-RETURN-CD
                     SET  WS-ISSUE-DONE
                                       TO TRUE
                     GO TO 2100-ISSUE-TOKEN-X
                END-IF
           END-IF.

           MOVE WS-TOKN-PREFIX         TO WS-NEW-TOKN-PREFIX.
           MOVE WS-NEXT-SEQ-NUM        TO WS-NEW-TOKN-SEQ-NUM.
           MOVE WS-ACCT-TAIL           TO WS-NEW-TOKN-TAIL.
           MOVE WS-NEW-TOKN-ID         TO WTOKV-TOKN-ID.

           PERFORM  TOKV-1000-CREATE
               THRU TOKV-1000-CREATE-X.

           MOVE LTOKN-ACCT-ID          TO RTOKV-ACCT-ID.
           MOVE WS-TODAY-DT            TO RTOKV-CRT-DT.

           PERFORM  TOKV-1000-WRITE
               THRU TOKV-1000-WRITE-X.

           IF   WTOKV-IO-OK
                MOVE WS-NEW-TOKN-ID    TO LTOKN-TOKN-ID
                SET  WS-ISSUE-DONE     TO TRUE
                GO TO 2100-ISSUE-TOKEN-X
           END-IF.

           IF   NOT WTOKV-IO-DUPLICATE
                MOVE '09'              TO LTOKN-RETURN-CD
                SET  WS-ISSUE-DONE     TO TRUE
                GO TO 2100-ISSUE-TOKEN-X
           END-IF.

      * A DUPLICATE IS EITHER THE SERIAL TAKEN BY ANOTHER INSTANCE OR
      * THE SAME ACCOUNT VAULTED BY ONE - IN THE LATTER CASE ITS TOKEN
      * IS THE ONE TO USE, OTHERWISE TRY AGAIN FROM A FRESH MAX.

           PERFORM  TOKV-1000-READ-ACCT
               THRU TOKV-1000-READ-ACCT-X.

           IF   WTOKV-IO-OK
                MOVE RTOKV-TOKN-ID     TO LTOKN-TOKN-ID
                SET  WS-ISSUE-DONE     TO TRUE
           END-IF.

       2100-ISSUE-TOKEN-X.
           EXIT.
      /
      *----------------
       2200-BUILD-TAIL.
      *----------------

      * THE LAST FOUR SIGNIFICANT CHARACTERS OF THE ACCOUNT, ZERO
      * FILLED ON THE LEFT FOR A SHORTER ACCOUNT.

           MOVE LTOKN-ACCT-ID          TO WS-ACCT-ID.
           MOVE ZERO                   TO WS-ACCT-LAST-POS.

           PERFORM  2210-FIND-LAST-POS
               THRU 2210-FIND-LAST-POS-X
               VARYING WS-ACCT-POS FROM 17 BY -1
               UNTIL   WS-ACCT-POS      < 1
               OR      WS-ACCT-LAST-POS > ZERO.

           IF   WS-ACCT-LAST-POS       > 3
                MOVE WS-ACCT-ID (WS-ACCT-LAST-POS - 3:4)
                                       TO WS-ACCT-TAIL
           ELSE
                MOVE WS-ACCT-ID (1:WS-ACCT-LAST-POS)
                                       TO WS-ACCT-TAIL
                INSPECT WS-ACCT-TAIL REPLACING LEADING SPACE BY '0'
           END-IF.

       2200-BUILD-TAIL-X.
           EXIT.
      /
      *-------------------
       2210-FIND-LAST-POS.
      *-------------------

           IF   WS-ACCT-CHAR (WS-ACCT-POS) NOT = SPACE
                MOVE WS-ACCT-POS       TO WS-ACCT-LAST-POS
           END-IF.

       2210-FIND-LAST-POS-X.
           EXIT.
      /
      *----------------
       3000-DETOKENIZE.
      *----------------

           IF   LTOKN-TOKN-ID          = SPACES OR LOW-VALUES
                MOVE SPACES            TO LTOKN-ACCT-ID
                MOVE '04'              TO LTOKN-RETURN-CD
                GO TO 3000-DETOKENIZE-X
           END-IF.

      * NOT A TOKEN - A ROW LOADED BEFORE TOKENIZATION STILL HOLDS THE
      * ACCOUNT ITSELF.

           IF   LTOKN-TOKN-ID (1:2)    NOT = WS-TOKN-PREFIX
                MOVE LTOKN-TOKN-ID     TO LTOKN-ACCT-ID
                GO TO 3000-DETOKENIZE-X
           END-IF.

           SET  WTOKV-ENVRMNT-BATCH    TO TRUE.
           MOVE LTOKN-TOKN-ID          TO WTOKV-TOKN-ID.

           PERFORM  TOKV-1000-READ
               THRU TOKV-1000-READ-X.

           IF   WTOKV-IO-OK
                MOVE RTOKV-ACCT-ID     TO LTOKN-ACCT-ID
                GO TO 3000-DETOKENIZE-X
           END-IF.

           MOVE SPACES                 TO LTOKN-ACCT-ID.

           IF   WTOKV-IO-NOT-FOUND
                MOVE '01'              TO LTOKN-RETURN-CD
           ELSE
                MOVE '09'              TO LTOKN-RETURN-CD
           END-IF.

       3000-DETOKENIZE-X.
           EXIT.
      /
      *****************************************************************
      * I/O PROCESSING COPYBOOKS                                      *
      *****************************************************************

       COPY ACPBTOKV.

      *****************************************************************
      **                 END OF PROGRAM ASRUTOKN                     **
      *****************************************************************
