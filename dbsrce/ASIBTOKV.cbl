      *************************
       IDENTIFICATION DIVISION.
      *************************

       PROGRAM-ID. ASIBTOKV.

       COPY XCWWCRHT.

      *****************************************************************
      **  MEMBER :  ASIBTOKV                                         **
      **  REMARKS:  SQL I/O PROGRAM USED TO RETRIEVE ROWS ON THE     **
      **            BANK ACCOUNT TOKEN VAULT TABLE.  SUPPORTS A      **
      **            DIRECT SELECT BY TOKEN, A SELECT BY ACCOUNT      **
      **            NUMBER ON THE UNIQUE ACCOUNT INDEX, AND A        **
      **            SELECT OF THE HIGHEST TOKEN ISSUED SO FAR.       **
      *****************************************************************
      **  RELEASE   DESCRIPTION                                      **
      **                                                             **
864217**  15OCT26   CREATED FOR BANK ACCOUNT TOKENIZATION            **
      *****************************************************************
      /
      **********************
       ENVIRONMENT DIVISION.
      **********************

      ***************
       DATA DIVISION.
      ***************
      /
      *************************
       WORKING-STORAGE SECTION.
      *************************

       COPY XCWWPGWS REPLACING '$VAR1' BY 'ASIBTOKV'.

       01  WS-WORKING-STORAGE.
           05  WS-WA-ADDRESS                    POINTER   VALUE NULL.
           05  WS-TL-ADDRESS                    POINTER   VALUE NULL.
           05  WS-MAX-TOKN-NI                   PIC S9(04) COMP.
      /
       COPY XCWWWKDT.
      /
      *****************
       LINKAGE SECTION.
      *****************

           EXEC SQL INCLUDE SQLCA     END-EXEC.

           EXEC SQL INCLUDE ACFWTOKV  END-EXEC.

           EXEC SQL INCLUDE ACFRTOKV  END-EXEC.

      /
       PROCEDURE DIVISION USING SQLCA
                                WTOKV-IO-WORK-AREA
                                RTOKV-REC-INFO.

      ***************
       0000-MAINLINE.
      ***************

           IF  WS-WA-ADDRESS NOT = ADDRESS OF WTOKV-IO-WORK-AREA
           OR  WS-TL-ADDRESS NOT = ADDRESS OF RTOKV-REC-INFO
               SET  WS-WA-ADDRESS  TO  ADDRESS OF WTOKV-IO-WORK-AREA
               SET  WS-TL-ADDRESS  TO  ADDRESS OF RTOKV-REC-INFO
               MOVE ZERO           TO  SQL-INIT-FLAG
           END-IF.


           EVALUATE TRUE

               WHEN WTOKV-RQST-SELECT
                    PERFORM  8000-EXEC-SELECT
                        THRU 8000-EXEC-SELECT-X

               WHEN WTOKV-RQST-SELECT-INDEX
                    PERFORM  8100-EXEC-SELECT-INDEX
                        THRU 8100-EXEC-SELECT-INDEX-X

               WHEN WTOKV-RQST-SELECT-MAX
                    PERFORM  8300-EXEC-SELECT-MAX
                        THRU 8300-EXEC-SELECT-MAX-X

               WHEN OTHER
                    SET  WTOKV-IO-ERROR      TO  TRUE

           END-EVALUATE.


           SET  WTOKV-OPTM-SQL-OK            TO  TRUE.
           MOVE SPACES                       TO  WTOKV-OPTM-SQL-REQIR.
           MOVE SPACES                       TO  WTOKV-OPTM-SQL-EXEC.


           GOBACK.


       0000-MAINLINE-X.
           EXIT.


      ******************
       8000-EXEC-SELECT.
      ******************

           EXEC SQL
                SELECT
                    ACCT_ID,
                    CRT_DT
                INTO
                    :RTOKV-ACCT-ID,
                    :RTOKV-CRT-DT
                FROM TTOKV
                WHERE
                    TOKN_ID  = :WTOKV-TOKN-ID
           END-EXEC.


           EVALUATE SQLCODE

               WHEN ZERO
                    SET  WTOKV-IO-OK         TO  TRUE
                    MOVE WTOKV-KEY           TO  RTOKV-KEY

               WHEN +100
                    SET  WTOKV-IO-NOT-FOUND  TO  TRUE

               WHEN OTHER
                    SET  WTOKV-IO-ERROR      TO  TRUE

           END-EVALUATE.


       8000-EXEC-SELECT-X.
           EXIT.


      ************************
       8100-EXEC-SELECT-INDEX.
      ************************
      *
      * LOOK THE ACCOUNT NUMBER UP ON THE UNIQUE ACCOUNT INDEX - AN
      * ACCOUNT ALREADY VAULTED ALWAYS GETS ITS ORIGINAL TOKEN BACK.
      *
           EXEC SQL
                SELECT
                    TOKN_ID,
                    CRT_DT
                INTO
                    :RTOKV-TOKN-ID,
                    :RTOKV-CRT-DT
                FROM TTOKV
                WHERE
                    ACCT_ID  = :WTOKV-ACCT-ID
           END-EXEC.


           EVALUATE SQLCODE

               WHEN ZERO
                    SET  WTOKV-IO-OK         TO  TRUE
                    MOVE WTOKV-ACCT-ID       TO  RTOKV-ACCT-ID

               WHEN +100
                    SET  WTOKV-IO-NOT-FOUND  TO  TRUE

               WHEN OTHER
                    SET  WTOKV-IO-ERROR      TO  TRUE

           END-EVALUATE.


       8100-EXEC-SELECT-INDEX-X.
           EXIT.


      **********************
       8300-EXEC-SELECT-MAX.
      **********************
      *
      * EVERY TOKEN IS 'TK' AND A ZERO-FILLED SERIAL AHEAD OF THE
      * ACCOUNT TAIL, SO THE HIGHEST TOKEN CARRIES THE HIGHEST SERIAL.
      * AN EMPTY VAULT IS RETURNED AS NOT FOUND.
      *
           EXEC SQL
                SELECT
                    MAX(TOKN_ID)
                INTO
                    :RTOKV-TOKN-ID  :WS-MAX-TOKN-NI
                FROM TTOKV
           END-EXEC.


           EVALUATE TRUE

               WHEN SQLCODE NOT = ZERO
                    SET  WTOKV-IO-ERROR      TO  TRUE

               WHEN WS-MAX-TOKN-NI < ZERO
                    SET  WTOKV-IO-NOT-FOUND  TO  TRUE

               WHEN OTHER
                    SET  WTOKV-IO-OK         TO  TRUE

           END-EVALUATE.


       8300-EXEC-SELECT-MAX-X.
           EXIT.

      *****************************************************************
      **                 END OF PROGRAM ASIBTOKV                     **
      *****************************************************************
