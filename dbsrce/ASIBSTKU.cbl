      *************************
       IDENTIFICATION DIVISION.
      *************************

       PROGRAM-ID. ASIBSTKU.

       COPY XCWWCRHT.

      *****************************************************************
      **  MEMBER :  ASIBSTKU                                         **
      **  REMARKS:  SQL I/O PROGRAM USED TO RETRIEVE ROWS ON THE     **
      **            APPLICATION STICKER USAGE TABLE. SUPPORTS A      **
      **            DIRECT SELECT BY COMPANY / STICKER NUMBER AND A  **
      **            BROWSE OF THE STICKERS USED WITHIN A STICKER     **
      **            NUMBER RANGE FOR A COMPANY.                      **
      *****************************************************************
      **  RELEASE   DESCRIPTION                                      **
      **                                                             **
756318**  15OCT26   CREATED FOR STICKER INVENTORY AND RECONCILIATION **
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

       COPY XCWWPGWS REPLACING '$VAR1' BY 'ASIBSTKU'.

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

           EXEC SQL INCLUDE ACFWSTKU  END-EXEC.

           EXEC SQL INCLUDE ACFRSTKU  END-EXEC.

      /
       PROCEDURE DIVISION USING SQLCA
                                WSTKU-IO-WORK-AREA
                                RSTKU-REC-INFO.

      ***************
       0000-MAINLINE.
      ***************

           IF  WS-WA-ADDRESS NOT = ADDRESS OF WSTKU-IO-WORK-AREA
           OR  WS-TL-ADDRESS NOT = ADDRESS OF RSTKU-REC-INFO
               SET  WS-WA-ADDRESS  TO  ADDRESS OF WSTKU-IO-WORK-AREA
               SET  WS-TL-ADDRESS  TO  ADDRESS OF RSTKU-REC-INFO
               MOVE ZERO           TO  SQL-INIT-FLAG
           END-IF.


           EVALUATE TRUE

               WHEN WSTKU-RQST-SELECT
                    PERFORM  8000-EXEC-SELECT
                        THRU 8000-EXEC-SELECT-X

               WHEN WSTKU-RQST-BROWSE
                    PERFORM  2000-EXEC-BROWSE
                        THRU 2000-EXEC-BROWSE-X

               WHEN WSTKU-RQST-FETCH-NEXT
                    PERFORM  3000-EXEC-FETCH-NEXT
                        THRU 3000-EXEC-FETCH-NEXT-X

               WHEN WSTKU-RQST-CLOSE-BROWSE-CUR
                    PERFORM  4000-EXEC-CLOSE-BROWSE
                        THRU 4000-EXEC-CLOSE-BROWSE-X

               WHEN WSTKU-RQST-UPDATE
                    PERFORM  8200-EXEC-UPDATE
                        THRU 8200-EXEC-UPDATE-X

               WHEN OTHER
                    SET  WSTKU-IO-ERROR      TO  TRUE

           END-EVALUATE.


           SET  WSTKU-OPTM-SQL-OK            TO  TRUE.
           MOVE SPACES                       TO  WSTKU-OPTM-SQL-REQIR.
           MOVE SPACES                       TO  WSTKU-OPTM-SQL-EXEC.


           GOBACK.


       0000-MAINLINE-X.
           EXIT.


      ******************
       2000-EXEC-BROWSE.
      ******************
      *
      * BROWSE THE STICKERS USED FOR THE COMPANY WITHIN ONE
      * ISSUED STICKER RANGE, IN STICKER NUMBER ORDER.
      *
           EXEC SQL
                DECLARE BCUR_STKU CURSOR FOR
                SELECT
                    CO_ID,
                    STCKR_ID,
                    APP_ID,
                    SO_NUM,
                    USE_DT,
                    SRC_TBL_ID
                FROM TSTKU
                WHERE
                    CO_ID = :WSTKU-CO-ID  AND
                    STCKR_ID >= :WSTKU-STCKR-ID  AND
                    STCKR_ID <= :WSTKU-ENDBR-STCKR-ID
                ORDER BY STCKR_ID
           END-EXEC.

           EXEC SQL
                OPEN BCUR_STKU
           END-EXEC.


           EVALUATE SQLCODE

               WHEN ZERO
                    SET  WSTKU-IO-OK         TO  TRUE

               WHEN OTHER
                    SET  WSTKU-IO-ERROR      TO  TRUE

           END-EVALUATE.


       2000-EXEC-BROWSE-X.
           EXIT.


      **********************
       3000-EXEC-FETCH-NEXT.
      **********************

           EXEC SQL
                FETCH BCUR_STKU
                INTO
                    :RSTKU-CO-ID,
                    :RSTKU-STCKR-ID,
                    :RSTKU-APP-ID,
                    :RSTKU-SO-NUM,
                    :RSTKU-USE-DT,
                    :RSTKU-SRC-TBL-ID
           END-EXEC.


           EVALUATE SQLCODE

               WHEN ZERO
                    SET  WSTKU-IO-OK         TO  TRUE

               WHEN +100
                    SET  WSTKU-IO-EOF        TO  TRUE

               WHEN OTHER
                    SET  WSTKU-IO-ERROR      TO  TRUE

           END-EVALUATE.


       3000-EXEC-FETCH-NEXT-X.
           EXIT.


      ************************
       4000-EXEC-CLOSE-BROWSE.
      ************************

           EXEC SQL
                CLOSE BCUR_STKU
           END-EXEC.


           EVALUATE SQLCODE

               WHEN ZERO
                    SET  WSTKU-IO-OK         TO  TRUE

               WHEN OTHER
                    SET  WSTKU-IO-ERROR      TO  TRUE

           END-EVALUATE.


       4000-EXEC-CLOSE-BROWSE-X.
           EXIT.


      ******************
       8000-EXEC-SELECT.
      ******************

           EXEC SQL
                SELECT
                    APP_ID,
                    SO_NUM,
                    USE_DT,
                    SRC_TBL_ID
                INTO
                    :RSTKU-APP-ID,
                    :RSTKU-SO-NUM,
                    :RSTKU-USE-DT,
                    :RSTKU-SRC-TBL-ID
                FROM TSTKU
                WHERE
                    CO_ID    = :WSTKU-CO-ID  AND
                    STCKR_ID = :WSTKU-STCKR-ID
           END-EXEC.


           EVALUATE SQLCODE

               WHEN ZERO
                    SET  WSTKU-IO-OK         TO  TRUE
                    MOVE WSTKU-KEY           TO  RSTKU-KEY

               WHEN +100
                    SET  WSTKU-IO-NOT-FOUND  TO  TRUE

               WHEN OTHER
                    SET  WSTKU-IO-ERROR      TO  TRUE

           END-EVALUATE.


       8000-EXEC-SELECT-X.
           EXIT.


      ******************
       8200-EXEC-UPDATE.
      ******************

           EXEC SQL
                UPDATE TSTKU
                SET
                    APP_ID           = :RSTKU-APP-ID,
                    SO_NUM           = :RSTKU-SO-NUM,
                    USE_DT           = :RSTKU-USE-DT,
                    SRC_TBL_ID       = :RSTKU-SRC-TBL-ID
                WHERE
                    CO_ID    = :WSTKU-CO-ID  AND
                    STCKR_ID = :WSTKU-STCKR-ID
           END-EXEC.


           EVALUATE SQLCODE

               WHEN ZERO
                    SET  WSTKU-IO-OK         TO  TRUE

               WHEN +100
                    SET  WSTKU-IO-NOT-FOUND  TO  TRUE

               WHEN OTHER
                    SET  WSTKU-IO-ERROR      TO  TRUE

           END-EVALUATE.


       8200-EXEC-UPDATE-X.
           EXIT.

      *****************************************************************
      **                 END OF PROGRAM ASIBSTKU                     **
      *****************************************************************
