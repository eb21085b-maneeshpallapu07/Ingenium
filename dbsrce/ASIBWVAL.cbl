      *************************
       IDENTIFICATION DIVISION.
      *************************

       PROGRAM-ID. ASIBWVAL.

       COPY XCWWCRHT.

      *****************************************************************
      **  MEMBER :  ASIBWVAL                                         **
      **  REMARKS:  SQL I/O PROGRAM USED TO RETRIEVE AND UPDATE ROWS **
      **            ON THE REQUIREMENT WAIVER AUTHORITY TABLE.       **
      **            SUPPORTS A DIRECT SELECT BY COMPANY / USER /     **
      **            REQUIREMENT CODE AND A BROWSE OF THE ROWS HELD   **
      **            FOR A USER.                                      **
      *****************************************************************
      **  RELEASE   DESCRIPTION                                      **
      **                                                             **
418639**  15OCT26   CREATED FOR REQUIREMENT WAIVER AUTHORITY LIMITS  **
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

       COPY XCWWPGWS REPLACING '$VAR1' BY 'ASIBWVAL'.

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

           EXEC SQL INCLUDE ACFWWVAL  END-EXEC.

           EXEC SQL INCLUDE ACFRWVAL  END-EXEC.

      /
       PROCEDURE DIVISION USING SQLCA
                                WWVAL-IO-WORK-AREA
                                RWVAL-REC-INFO.

      ***************
       0000-MAINLINE.
      ***************

           IF  WS-WA-ADDRESS NOT = ADDRESS OF WWVAL-IO-WORK-AREA
           OR  WS-TL-ADDRESS NOT = ADDRESS OF RWVAL-REC-INFO
               SET  WS-WA-ADDRESS  TO  ADDRESS OF WWVAL-IO-WORK-AREA
               SET  WS-TL-ADDRESS  TO  ADDRESS OF RWVAL-REC-INFO
               MOVE ZERO           TO  SQL-INIT-FLAG
           END-IF.


           EVALUATE TRUE

               WHEN WWVAL-RQST-SELECT
                    PERFORM  8000-EXEC-SELECT
                        THRU 8000-EXEC-SELECT-X

               WHEN WWVAL-RQST-BROWSE
                    PERFORM  2000-EXEC-BROWSE
                        THRU 2000-EXEC-BROWSE-X

               WHEN WWVAL-RQST-FETCH-NEXT
                    PERFORM  3000-EXEC-FETCH-NEXT
                        THRU 3000-EXEC-FETCH-NEXT-X

               WHEN WWVAL-RQST-CLOSE-BROWSE-CUR
                    PERFORM  4000-EXEC-CLOSE-BROWSE
                        THRU 4000-EXEC-CLOSE-BROWSE-X

               WHEN WWVAL-RQST-UPDATE
                    PERFORM  8200-EXEC-UPDATE
                        THRU 8200-EXEC-UPDATE-X

               WHEN OTHER
                    SET  WWVAL-IO-ERROR      TO  TRUE

           END-EVALUATE.


           SET  WWVAL-OPTM-SQL-OK            TO  TRUE.
           MOVE SPACES                       TO  WWVAL-OPTM-SQL-REQIR.
           MOVE SPACES                       TO  WWVAL-OPTM-SQL-EXEC.


           GOBACK.


       0000-MAINLINE-X.
           EXIT.


      ******************
       2000-EXEC-BROWSE.
      ******************
      *
      * BROWSE THE WAIVER AUTHORITY ROWS FOR ONE COMPANY AND
      * USER, IN REQUIREMENT CODE ORDER.
      *
           EXEC SQL
                DECLARE BCUR_WVAL CURSOR FOR
                SELECT
                    CO_ID,
                    USER_ID,
                    REQIR_CODE,
                    MAX_FACE_AMT,
                    UPDT_USER_ID,
                    UPDT_DT
                FROM TWVAL
                WHERE
                    CO_ID   = :WWVAL-CO-ID  AND
                    USER_ID = :WWVAL-USER-ID  AND
                    REQIR_CODE >= :WWVAL-REQIR-CODE  AND
                    REQIR_CODE <= :WWVAL-ENDBR-REQIR-CODE
                ORDER BY REQIR_CODE
           END-EXEC.

           EXEC SQL
                OPEN BCUR_WVAL
           END-EXEC.


           EVALUATE SQLCODE

               WHEN ZERO
                    SET  WWVAL-IO-OK         TO  TRUE

               WHEN OTHER
                    SET  WWVAL-IO-ERROR      TO  TRUE

           END-EVALUATE.


       2000-EXEC-BROWSE-X.
           EXIT.


      **********************
       3000-EXEC-FETCH-NEXT.
      **********************

           EXEC SQL
                FETCH BCUR_WVAL
                INTO
                    :RWVAL-CO-ID,
                    :RWVAL-USER-ID,
                    :RWVAL-REQIR-CODE,
                    :RWVAL-MAX-FACE-AMT,
                    :RWVAL-UPDT-USER-ID,
                    :RWVAL-UPDT-DT
           END-EXEC.


           EVALUATE SQLCODE

               WHEN ZERO
                    SET  WWVAL-IO-OK         TO  TRUE

               WHEN +100
                    SET  WWVAL-IO-EOF        TO  TRUE

               WHEN OTHER
                    SET  WWVAL-IO-ERROR      TO  TRUE

           END-EVALUATE.


       3000-EXEC-FETCH-NEXT-X.
           EXIT.


      ************************
       4000-EXEC-CLOSE-BROWSE.
      ************************

           EXEC SQL
                CLOSE BCUR_WVAL
           END-EXEC.


           EVALUATE SQLCODE

               WHEN ZERO
                    SET  WWVAL-IO-OK         TO  TRUE

               WHEN OTHER
                    SET  WWVAL-IO-ERROR      TO  TRUE

           END-EVALUATE.


       4000-EXEC-CLOSE-BROWSE-X.
           EXIT.


      ******************
       8000-EXEC-SELECT.
      ******************

           EXEC SQL
                SELECT
                    MAX_FACE_AMT,
                    UPDT_USER_ID,
                    UPDT_DT
                INTO
                    :RWVAL-MAX-FACE-AMT,
                    :RWVAL-UPDT-USER-ID,
                    :RWVAL-UPDT-DT
                FROM TWVAL
                WHERE
                    CO_ID      = :WWVAL-CO-ID  AND
                    USER_ID    = :WWVAL-USER-ID  AND
                    REQIR_CODE = :WWVAL-REQIR-CODE
           END-EXEC.


           EVALUATE SQLCODE

               WHEN ZERO
                    SET  WWVAL-IO-OK         TO  TRUE
                    MOVE WWVAL-KEY           TO  RWVAL-KEY

               WHEN +100
                    SET  WWVAL-IO-NOT-FOUND  TO  TRUE

               WHEN OTHER
                    SET  WWVAL-IO-ERROR      TO  TRUE

           END-EVALUATE.


       8000-EXEC-SELECT-X.
           EXIT.


      ******************
       8200-EXEC-UPDATE.
      ******************

           EXEC SQL
                UPDATE TWVAL
                SET
                    MAX_FACE_AMT     = :RWVAL-MAX-FACE-AMT,
                    UPDT_USER_ID     = :RWVAL-UPDT-USER-ID,
                    UPDT_DT          = :RWVAL-UPDT-DT
                WHERE
                    CO_ID      = :WWVAL-CO-ID  AND
                    USER_ID    = :WWVAL-USER-ID  AND
                    REQIR_CODE = :WWVAL-REQIR-CODE
           END-EXEC.


           EVALUATE SQLCODE

               WHEN ZERO
                    SET  WWVAL-IO-OK         TO  TRUE

               WHEN +100
                    SET  WWVAL-IO-NOT-FOUND  TO  TRUE

               WHEN OTHER
                    SET  WWVAL-IO-ERROR      TO  TRUE

           END-EVALUATE.


       8200-EXEC-UPDATE-X.
           EXIT.

      *****************************************************************
      **                 END OF PROGRAM ASIBWVAL                     **
      *****************************************************************
