      *****************************************************************
      **  MEMBER :  ACPPSCRB                                         **
      **  REMARKS:  PERSONAL DATA SCRAMBLING ROUTINE FOR TEST COPIES **
      **            OF THE UPLOAD TABLES.  EVERY REPLACEMENT IS      **
      **            DETERMINED ONLY BY THE ORIGINAL VALUE AND THE    **
      **            SEED, SO THE SAME REAL NAME ALWAYS BECOMES THE   **
      **            SAME FAKE NAME WHEREVER IT APPEARS.              **
      **                                                             **
      **            SCRB-1000-SCRAMBLE-TEXT - NAMES, ADDRESSES,      **
      **            PHONE AND E-MAIL.  WORD BY WORD, EACH LETTER     **
      **            BECOMES A LETTER OF THE SAME CASE AND EACH DIGIT **
      **            A DIGIT, SHIFTED BY THE SEED, ITS POSITION IN    **
      **            THE WORD AND THE ORIGINAL CHARACTER BEFORE IT.   **
      **            SPACES AND COMMON PUNCTUATION ARE KEPT.  ANY     **
      **            OTHER BYTE (KANA, DOUBLE-BYTE) BECOMES A LETTER. **
      **            SCRB-2000-SCRAMBLE-DATE - KEEPS THE YEAR, MOVES  **
      **            MONTH AND DAY TO ANOTHER VALID MONTH AND DAY.    **
      **            SCRB-3000-SCRAMBLE-ACCT - SCRAMBLES THE DIGITS   **
      **            AND RESETS THE CHECK DIGIT SO THE FAKE ACCOUNT   **
      **            STILL PASSES THE IMPORT'S ACCOUNT EDIT.          **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
974316**  15OCT26  DEV    CREATED FOR TEST COPY DATA SCRAMBLING      **
      *****************************************************************

      *-------------------------
       SCRB-1000-SCRAMBLE-TEXT.
      *-------------------------

           MOVE SPACES                 TO WSCRB-TEXT-OUT.
           MOVE ZERO                   TO WSCRB-WORD-POS
                                          WSCRB-PREV-IDX.

           PERFORM  SCRB-1100-SCRAMBLE-CHAR
               THRU SCRB-1100-SCRAMBLE-CHAR-X
               VARYING WSCRB-SUB FROM 1 BY 1
               UNTIL   WSCRB-SUB > 100.

       SCRB-1000-SCRAMBLE-TEXT-X.
           EXIT.

      *-------------------------
       SCRB-1100-SCRAMBLE-CHAR.
      *-------------------------

           MOVE WSCRB-TEXT-IN (WSCRB-SUB:1)
                                       TO WSCRB-CHAR.

      * A SPACE ENDS THE WORD - THE NEXT WORD STARTS A NEW CHAIN.

           IF   WSCRB-CHAR             = SPACE
                MOVE ZERO              TO WSCRB-WORD-POS
                                          WSCRB-PREV-IDX
                GO TO SCRB-1100-SCRAMBLE-CHAR-X
           END-IF.

           ADD  1                      TO WSCRB-WORD-POS.

           PERFORM  SCRB-1200-CLASSIFY-CHAR
               THRU SCRB-1200-CLASSIFY-CHAR-X.

           IF   WSCRB-CHAR-KEEP
                MOVE WSCRB-CHAR        TO WSCRB-TEXT-OUT (WSCRB-SUB:1)
                GO TO SCRB-1100-SCRAMBLE-CHAR-X
           END-IF.

           COMPUTE WSCRB-WORK          = WSCRB-WORD-POS - 1.
           DIVIDE WSCRB-WORK BY 4 GIVING WSCRB-QUOT
                                  REMAINDER WSCRB-SEED-SUB.
           ADD  1                      TO WSCRB-SEED-SUB.

           COMPUTE WSCRB-SHIFT = WSCRB-SEED-DIGIT (WSCRB-SEED-SUB)
                               + WSCRB-PREV-IDX * 7
                               + WSCRB-WORD-POS * 3
                               + WSCRB-CHAR-IDX - 1.

           IF   WSCRB-CHAR-DIGIT
                DIVIDE WSCRB-SHIFT BY 10 GIVING WSCRB-QUOT
                                   REMAINDER WSCRB-NEW-IDX
                ADD  1                 TO WSCRB-NEW-IDX
                MOVE WSCRB-DIGIT-CHAR (WSCRB-NEW-IDX)
                                       TO WSCRB-TEXT-OUT (WSCRB-SUB:1)
           ELSE
                DIVIDE WSCRB-SHIFT BY 26 GIVING WSCRB-QUOT
                                   REMAINDER WSCRB-NEW-IDX
                ADD  1                 TO WSCRB-NEW-IDX
                IF   WSCRB-CHAR-LOWER
                     MOVE WSCRB-LOWER-CHAR (WSCRB-NEW-IDX)
                                       TO WSCRB-TEXT-OUT (WSCRB-SUB:1)
                ELSE
                     MOVE WSCRB-UPPER-CHAR (WSCRB-NEW-IDX)
                                       TO WSCRB-TEXT-OUT (WSCRB-SUB:1)
                END-IF
           END-IF.

           MOVE WSCRB-CHAR-IDX         TO WSCRB-PREV-IDX.

       SCRB-1100-SCRAMBLE-CHAR-X.
           EXIT.

      *-------------------------
       SCRB-1200-CLASSIFY-CHAR.
      *-------------------------

           MOVE ZERO                   TO WSCRB-CHAR-IDX.

           IF   WSCRB-CHAR             NUMERIC
                SET  WSCRB-CHAR-DIGIT  TO TRUE
                COMPUTE WSCRB-CHAR-IDX = WSCRB-CHAR-N + 1
                GO TO SCRB-1200-CLASSIFY-CHAR-X
           END-IF.

           PERFORM  SCRB-1210-MATCH-UPPER
               THRU SCRB-1210-MATCH-UPPER-X
               VARYING WSCRB-ALPHA-SUB FROM 1 BY 1
               UNTIL   WSCRB-ALPHA-SUB > 26
               OR      WSCRB-CHAR-IDX  > ZERO.

           IF   WSCRB-CHAR-IDX         > ZERO
                SET  WSCRB-CHAR-UPPER  TO TRUE
                GO TO SCRB-1200-CLASSIFY-CHAR-X
           END-IF.

           PERFORM  SCRB-1220-MATCH-LOWER
               THRU SCRB-1220-MATCH-LOWER-X
               VARYING WSCRB-ALPHA-SUB FROM 1 BY 1
               UNTIL   WSCRB-ALPHA-SUB > 26
               OR      WSCRB-CHAR-IDX  > ZERO.

           IF   WSCRB-CHAR-IDX         > ZERO
                SET  WSCRB-CHAR-LOWER  TO TRUE
                GO TO SCRB-1200-CLASSIFY-CHAR-X
           END-IF.

           PERFORM  SCRB-1230-MATCH-KEEP
               THRU SCRB-1230-MATCH-KEEP-X
               VARYING WSCRB-ALPHA-SUB FROM 1 BY 1
               UNTIL   WSCRB-ALPHA-SUB > 10
               OR      WSCRB-CHAR-IDX  > ZERO.

           IF   WSCRB-CHAR-IDX         > ZERO
                SET  WSCRB-CHAR-KEEP   TO TRUE
                GO TO SCRB-1200-CLASSIFY-CHAR-X
           END-IF.

      * ANY OTHER BYTE TAKES ITS REPLACEMENT FROM THE CHAIN ALONE.

           SET  WSCRB-CHAR-OTHER       TO TRUE.
           MOVE 1                      TO WSCRB-CHAR-IDX.

       SCRB-1200-CLASSIFY-CHAR-X.
           EXIT.

      *-----------------------
       SCRB-1210-MATCH-UPPER.
      *-----------------------

           IF   WSCRB-UPPER-CHAR (WSCRB-ALPHA-SUB) = WSCRB-CHAR
                MOVE WSCRB-ALPHA-SUB   TO WSCRB-CHAR-IDX
           END-IF.

       SCRB-1210-MATCH-UPPER-X.
           EXIT.

      *-----------------------
       SCRB-1220-MATCH-LOWER.
      *-----------------------

           IF   WSCRB-LOWER-CHAR (WSCRB-ALPHA-SUB) = WSCRB-CHAR
                MOVE WSCRB-ALPHA-SUB   TO WSCRB-CHAR-IDX
           END-IF.

       SCRB-1220-MATCH-LOWER-X.
           EXIT.

      *----------------------
       SCRB-1230-MATCH-KEEP.
      *----------------------

           IF   WSCRB-KEEP-CHAR (WSCRB-ALPHA-SUB) = WSCRB-CHAR
                MOVE WSCRB-ALPHA-SUB   TO WSCRB-CHAR-IDX
           END-IF.

       SCRB-1230-MATCH-KEEP-X.
           EXIT.

      *-------------------------
       SCRB-2000-SCRAMBLE-DATE.
      *-------------------------

      * A BLANK OR MALFORMED DATE IS LEFT AS IT IS.  THE NEW DAY IS
      * KEPT TO 28 OR UNDER SO EVERY MONTH ACCEPTS IT.

           IF   WSCRB-DATE-MM          NOT NUMERIC
           OR   WSCRB-DATE-DD          NOT NUMERIC
           OR   WSCRB-DATE-CCYY        NOT NUMERIC
                GO TO SCRB-2000-SCRAMBLE-DATE-X
           END-IF.

           COMPUTE WSCRB-WORK = WSCRB-DATE-MM
                              + WSCRB-DATE-DD
                              + WSCRB-SEED-DIGIT (1).
           DIVIDE WSCRB-WORK BY 12 GIVING WSCRB-QUOT
                              REMAINDER WSCRB-NEW-IDX.

           COMPUTE WSCRB-WORK = WSCRB-DATE-DD * 7
                              + WSCRB-DATE-MM
                              + WSCRB-SEED-DIGIT (2).
           DIVIDE WSCRB-WORK BY 28 GIVING WSCRB-QUOT
                              REMAINDER WSCRB-CHK-DIGIT.

           COMPUTE WSCRB-DATE-MM       = WSCRB-NEW-IDX + 1.
           COMPUTE WSCRB-DATE-DD       = WSCRB-CHK-DIGIT + 1.

       SCRB-2000-SCRAMBLE-DATE-X.
           EXIT.

      *-------------------------
       SCRB-3000-SCRAMBLE-ACCT.
      *-------------------------

           MOVE WSCRB-ACCT             TO WSCRB-TEXT-IN.

           PERFORM  SCRB-1000-SCRAMBLE-TEXT
               THRU SCRB-1000-SCRAMBLE-TEXT-X.

           MOVE WSCRB-TEXT-OUT         TO WSCRB-ACCT.
           MOVE ZERO                   TO WSCRB-LAST-POS.

           PERFORM  SCRB-3100-FIND-LAST
               THRU SCRB-3100-FIND-LAST-X
               VARYING WSCRB-SUB FROM 17 BY -1
               UNTIL   WSCRB-SUB < 1
               OR      WSCRB-LAST-POS > ZERO.

      * ONLY AN ALL-DIGIT ACCOUNT CARRIES A CHECK DIGIT.

           IF   WSCRB-LAST-POS         < 2
                GO TO SCRB-3000-SCRAMBLE-ACCT-X
           END-IF.

           IF   WSCRB-ACCT (1:WSCRB-LAST-POS) NOT NUMERIC
                GO TO SCRB-3000-SCRAMBLE-ACCT-X
           END-IF.

           MOVE ZERO                   TO WSCRB-CHK-SUM.
           SET  WSCRB-DBL-DIGIT        TO TRUE.
           COMPUTE WSCRB-LAST-POS      = WSCRB-LAST-POS - 1.

           PERFORM  SCRB-3200-ADD-ONE-DIGIT
               THRU SCRB-3200-ADD-ONE-DIGIT-X
               VARYING WSCRB-SUB FROM WSCRB-LAST-POS BY -1
               UNTIL   WSCRB-SUB < 1.

           DIVIDE WSCRB-CHK-SUM BY 10 GIVING WSCRB-QUOT
                                  REMAINDER WSCRB-WORK.
           COMPUTE WSCRB-WORK          = 10 - WSCRB-WORK.
           DIVIDE WSCRB-WORK BY 10 GIVING WSCRB-QUOT
                                  REMAINDER WSCRB-CHK-DIGIT.

           COMPUTE WSCRB-LAST-POS      = WSCRB-LAST-POS + 1.
           MOVE WSCRB-CHK-DIGIT        TO
                WSCRB-ACCT-DIGIT (WSCRB-LAST-POS).

       SCRB-3000-SCRAMBLE-ACCT-X.
           EXIT.

      *---------------------
       SCRB-3100-FIND-LAST.
      *---------------------

           IF   WSCRB-ACCT (WSCRB-SUB:1) NOT = SPACE
                MOVE WSCRB-SUB         TO WSCRB-LAST-POS
           END-IF.

       SCRB-3100-FIND-LAST-X.
           EXIT.

      *-------------------------
       SCRB-3200-ADD-ONE-DIGIT.
      *-------------------------

           IF   WSCRB-DBL-DIGIT
                COMPUTE WSCRB-WORK = WSCRB-ACCT-DIGIT (WSCRB-SUB) * 2
                IF   WSCRB-WORK        > 9
                     SUBTRACT 9        FROM WSCRB-WORK
                END-IF
                SET  WSCRB-DBL-DIGIT-NO
                                       TO TRUE
           ELSE
                MOVE WSCRB-ACCT-DIGIT (WSCRB-SUB)
                                       TO WSCRB-WORK
                SET  WSCRB-DBL-DIGIT   TO TRUE
           END-IF.

           ADD  WSCRB-WORK             TO WSCRB-CHK-SUM.

       SCRB-3200-ADD-ONE-DIGIT-X.
           EXIT.

      *****************************************************************
      **                 END OF COPYBOOK ACPPSCRB                    **
      *****************************************************************
