      *************************
       IDENTIFICATION DIVISION.
      *************************

       PROGRAM-ID. ASIBWAIV.

       COPY XCWWCRHT.

      *****************************************************************
      **  MEMBER :  ASIBWAIV                                         **
      **  REMARKS:  SQL I/O PROGRAM USED TO RETRIEVE AND UPDATE ROWS **
      **            ON THE REQUIREMENT WAIVER LOG TABLE. SUPPORTS A  **
      **            DIRECT SELECT BY COMPANY / APPLICATION /         **
      **            REQUIREMENT CODE AND A BROWSE OF THE WAIVERS     **
      **            LOGGED FOR A COMPANY.                            **
      *****************************************************************
      **  RELEASE   DESCRIPTION                                      **
      **                                                             **
418639**  15OCT26   CREATED FOR ONLINE REQUIREMENT WAIVER            **
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

       COPY XCWWPGWS REPLACING '$VAR1' BY 'ASIBWAIV'.

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

           EXEC SQL INCLUDE ACFWWAIV  END-EXEC.

           EXEC SQL INCLUDE ACFRWAIV  END-EXEC.

      /
       PROCEDURE DIVISION USING SQLCA
                                WWAIV-IO-WORK-AREA
                                RWAIV-REC-INFO.

      ***************
       0000-MAINLINE.
      ***************

           IF  WS-WA-ADDRESS NOT = ADDRESS OF WWAIV-IO-WORK-AREA
           OR  WS-TL-ADDRESS NOT = ADDRESS OF RWAIV-REC-INFO
               SET  WS-WA-ADDRESS  TO  ADDRESS OF WWAIV-IO-WORK-AREA
               SET  WS-TL-ADDRESS  TO  ADDRESS OF RWAIV-REC-INFO
               MOVE ZERO           TO  SQL-INIT-FLAG
           END-IF.


           EVALUATE TRUE

               WHEN WWAIV-RQST-SELECT
                    PERFORM  8000-EXEC-SELECT
                        THRU 8000-EXEC-SELECT-X

               WHEN WWAIV-RQST-BROWSE
                    PERFORM  2000-EXEC-BROWSE
                        THRU 2000-EXEC-BROWSE-X

               WHEN WWAIV-RQST-FETCH-NEXT
                    PERFORM  3000-EXEC-FETCH-NEXT
                        THRU 3000-EXEC-FETCH-NEXT-X

               WHEN WWAIV-RQST-CLOSE-BROWSE-CUR
                    PERFORM  4000-EXEC-CLOSE-BROWSE
                        THRU 4000-EXEC-CLOSE-BROWSE-X

               WHEN WWAIV-RQST-UPDATE
                    PERFORM  8200-EXEC-UPDATE
                        THRU 8200-EXEC-UPDATE-X

               WHEN OTHER
                    SET  WWAIV-IO-ERROR      TO  TRUE

           END-EVALUATE.


           SET  WWAIV-OPTM-SQL-OK            TO  TRUE.
           MOVE SPACES                       TO  WWAIV-OPTM-SQL-REQIR.
           MOVE SPACES                       TO  WWAIV-OPTM-SQL-EXEC.


           GOBACK.


       0000-MAINLINE-X.
           EXIT.


      ******************
       2000-EXEC-BROWSE.
      ******************
      *
      * BROWSE THE WAIVERS LOGGED FOR THE COMPANY WITHIN AN
      * APPLICATION NUMBER RANGE, IN APPLICATION ORDER.
      *
           EXEC SQL
                DECLARE BCUR_WAIV CURSOR FOR
                SELECT
                    CO_ID,
                    APP_ID,
                    REQIR_CODE,
                    RSN_CD,
                    FACE_AMT,
                    WAIV_USER_ID,
                    WAIV_DT,
                    WAIV_TM,
                    FEED_DT
                FROM TWAIV
                WHERE
                    CO_ID = :WWAIV-CO-ID  AND
                    APP_ID >= :WWAIV-APP-ID  AND
                    APP_ID <= :WWAIV-ENDBR-APP-ID
                ORDER BY APP_ID, REQIR_CODE
           END-EXEC.

           EXEC SQL
                OPEN BCUR_WAIV
           END-EXEC.


           EVALUATE SQLCODE

               WHEN ZERO
                    SET  WWAIV-IO-OK         TO  TRUE

               WHEN OTHER
                    SET  WWAIV-IO-ERROR      TO  TRUE

           END-EVALUATE.


       2000-EXEC-BROWSE-X.
           EXIT.


      **********************
       3000-EXEC-FETCH-NEXT.
      **********************

           EXEC SQL
                FETCH BCUR_WAIV
                INTO
                    :RWAIV-CO-ID,
                    :RWAIV-APP-ID,
                    :RWAIV-REQIR-CODE,
                    :RWAIV-RSN-CD,
                    :RWAIV-FACE-AMT,
                    :RWAIV-WAIV-USER-ID,
                    :RWAIV-WAIV-DT,
                    :RWAIV-WAIV-TM,
                    :RWAIV-FEED-DT
           END-EXEC.


           EVALUATE SQLCODE

               WHEN ZERO
                    SET  WWAIV-IO-OK         TO  TRUE

               WHEN +100
                    SET  WWAIV-IO-EOF        TO  TRUE

               WHEN OTHER
                    SET  WWAIV-IO-ERROR      TO  TRUE

           END-EVALUATE.


       3000-EXEC-FETCH-NEXT-X.
           EXIT.


      ************************
       4000-EXEC-CLOSE-BROWSE.
      ************************

           EXEC SQL
                CLOSE BCUR_WAIV
           END-EXEC.


           EVALUATE SQLCODE

               WHEN ZERO
                    SET  WWAIV-IO-OK         TO  TRUE

               WHEN OTHER
                    SET  WWAIV-IO-ERROR      TO  TRUE

           END-EVALUATE.


       4000-EXEC-CLOSE-BROWSE-X.
           EXIT.


      ******************
       8000-EXEC-SELECT.
      ******************

           EXEC SQL
                SELECT
                    RSN_CD,
                    FACE_AMT,
                    WAIV_USER_ID,
                    WAIV_DT,
                    WAIV_TM,
                    FEED_DT
                INTO
                    :RWAIV-RSN-CD,
                    :RWAIV-FACE-AMT,
                    :RWAIV-WAIV-USER-ID,
                    :RWAIV-WAIV-DT,
                    :RWAIV-WAIV-TM,
                    :RWAIV-FEED-DT
                FROM TWAIV
                WHERE
                    CO_ID      = :WWAIV-CO-ID  AND
                    APP_ID     = :WWAIV-APP-ID  AND
                    REQIR_CODE = :WWAIV-REQIR-CODE
           END-EXEC.


           EVALUATE SQLCODE

               WHEN ZERO
                    SET  WWAIV-IO-OK         TO  TRUE
                    MOVE WWAIV-KEY           TO  RWAIV-KEY

               WHEN +100
                    SET  WWAIV-IO-NOT-FOUND  TO  TRUE

               WHEN OTHER
                    SET  WWAIV-IO-ERROR      TO  TRUE

           END-EVALUATE.


       8000-EXEC-SELECT-X.
           EXIT.


      ******************
       8200-EXEC-UPDATE.
      ******************

           EXEC SQL
                UPDATE TWAIV
                SET
                    RSN_CD           = :RWAIV-RSN-CD,
                    FACE_AMT         = :RWAIV-FACE-AMT,
                    WAIV_USER_ID     = :RWAIV-WAIV-USER-ID,
                    WAIV_DT          = :RWAIV-WAIV-DT,
                    WAIV_TM          = :RWAIV-WAIV-TM,
                    FEED_DT          = :RWAIV-FEED-DT
                WHERE
                    CO_ID      = :WWAIV-CO-ID  AND
                    APP_ID     = :WWAIV-APP-ID  AND
                    REQIR_CODE = :WWAIV-REQIR-CODE
           END-EXEC.


           EVALUATE SQLCODE

               WHEN ZERO
                    SET  WWAIV-IO-OK         TO  TRUE

               WHEN +100
                    SET  WWAIV-IO-NOT-FOUND  TO  TRUE

               WHEN OTHER
                    SET  WWAIV-IO-ERROR      TO  TRUE

           END-EVALUATE.


       8200-EXEC-UPDATE-X.
           EXIT.

      *****************************************************************
      **                 END OF PROGRAM ASIBWAIV                     **
      *****************************************************************
