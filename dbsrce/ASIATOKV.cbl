      *************************
       IDENTIFICATION DIVISION.
      *************************

       PROGRAM-ID. ASIATOKV.

       COPY XCWWCRHT.

      *****************************************************************
      **  MEMBER :  ASIATOKV                                         **
      **  REMARKS:  SQL I/O PROGRAM USED TO INSERT A ROW INTO THE    **
      **            BANK ACCOUNT TOKEN VAULT TABLE                   **
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

       COPY XCWWPGWS REPLACING '$VAR1' BY 'ASIATOKV'.

       01  WS-WORKING-STORAGE.
           05  WS-WA-ADDRESS                    POINTER   VALUE NULL.
           05  WS-TL-ADDRESS                    POINTER   VALUE NULL.
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

               WHEN WTOKV-RQST-INSERT
                    PERFORM  1000-INSERT
                        THRU 1000-INSERT-X

               WHEN OTHER
                    SET  WTOKV-IO-ERROR      TO  TRUE

           END-EVALUATE.


           SET  WTOKV-OPTM-SQL-OK            TO  TRUE.
           MOVE SPACES                       TO  WTOKV-OPTM-SQL-REQIR.
           MOVE SPACES                       TO  WTOKV-OPTM-SQL-EXEC.


           GOBACK.


       0000-MAINLINE-X.
           EXIT.


      *************
       1000-INSERT.
      *************
      *
      * THE TOKEN AND THE ACCOUNT NUMBER ARE EACH UNIQUE ON THE
      * TABLE - A DUPLICATE ON EITHER MEANS ANOTHER RUN TOOK THE
      * SERIAL OR VAULTED THE ACCOUNT FIRST, AND THE CALLER RETRIES.
      *
           MOVE WTOKV-KEY                     TO  RTOKV-KEY.

           EXEC SQL
             INSERT INTO TTOKV
                (TOKN_ID,
                 ACCT_ID,
                 CRT_DT)
             VALUES
               (:RTOKV-TOKN-ID,
                :RTOKV-ACCT-ID,
                :RTOKV-CRT-DT)
           END-EXEC.


           EVALUATE SQLCODE

               WHEN ZERO
                    SET  WTOKV-IO-OK         TO  TRUE

               WHEN -803
                    SET  WTOKV-IO-DUPLICATE  TO  TRUE

               WHEN OTHER
                    SET  WTOKV-IO-ERROR      TO  TRUE

           END-EVALUATE.


       1000-INSERT-X.
           EXIT.

      *****************************************************************
      **                 END OF PROGRAM ASIATOKV                     **
      *****************************************************************
