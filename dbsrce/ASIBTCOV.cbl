      *************************
       IDENTIFICATION DIVISION.
      *************************

       PROGRAM-ID. ASIBTCOV.

       COPY XCWWCRHT.

      *****************************************************************
      **  MEMBER :  ASIBTCOV                                         **
      **  REMARKS:  SQL I/O PROGRAM USED TO RETRIEVE AND UPDATE ROWS **
      **            ON THE TEMPORARY COVERAGE REGISTER TABLE.        **
      **            SUPPORTS A DIRECT SELECT BY COMPANY /            **
      **            APPLICATION AND A BROWSE OF THE REGISTER FOR A   **
      **            COMPANY.                                         **
      *****************************************************************
      **  RELEASE   DESCRIPTION                                      **
      **                                                             **
693057**  15OCT26   CREATED FOR TEMPORARY COVERAGE REGISTER          **
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

       COPY XCWWPGWS REPLACING '$VAR1' BY 'ASIBTCOV'.

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

           EXEC SQL INCLUDE ACFWTCOV  END-EXEC.

           EXEC SQL INCLUDE ACFRTCOV  END-EXEC.

      /
       PROCEDURE DIVISION USING SQLCA
                                WTCOV-IO-WORK-AREA
                                RTCOV-REC-INFO.

      ***************
       0000-MAINLINE.
      ***************

           IF  WS-WA-ADDRESS NOT = ADDRESS OF WTCOV-IO-WORK-AREA
           OR  WS-TL-ADDRESS NOT = ADDRESS OF RTCOV-REC-INFO
               SET  WS-WA-ADDRESS  TO  ADDRESS OF WTCOV-IO-WORK-AREA
               SET  WS-TL-ADDRESS  TO  ADDRESS OF RTCOV-REC-INFO
               MOVE ZERO           TO  SQL-INIT-FLAG
           END-IF.


           EVALUATE TRUE

               WHEN WTCOV-RQST-SELECT
                    PERFORM  8000-EXEC-SELECT
                        THRU 8000-EXEC-SELECT-X

               WHEN WTCOV-RQST-BROWSE
                    PERFORM  2000-EXEC-BROWSE
                        THRU 2000-EXEC-BROWSE-X

               WHEN WTCOV-RQST-FETCH-NEXT
                    PERFORM  3000-EXEC-FETCH-NEXT
                        THRU 3000-EXEC-FETCH-NEXT-X

               WHEN WTCOV-RQST-CLOSE-BROWSE-CUR
                    PERFORM  4000-EXEC-CLOSE-BROWSE
                        THRU 4000-EXEC-CLOSE-BROWSE-X

               WHEN WTCOV-RQST-UPDATE
                    PERFORM  8200-EXEC-UPDATE
                        THRU 8200-EXEC-UPDATE-X

               WHEN OTHER
                    SET  WTCOV-IO-ERROR      TO  TRUE

           END-EVALUATE.


           SET  WTCOV-OPTM-SQL-OK            TO  TRUE.
           MOVE SPACES                       TO  WTCOV-OPTM-SQL-REQIR.
           MOVE SPACES                       TO  WTCOV-OPTM-SQL-EXEC.


           GOBACK.


       0000-MAINLINE-X.
           EXIT.


      ******************
       2000-EXEC-BROWSE.
      ******************
      *
      * BROWSE THE TEMPORARY COVERAGE ROWS FOR THE COMPANY WITHIN AN
      * APPLICATION NUMBER RANGE, IN APPLICATION ORDER.
      *
           EXEC SQL
                DECLARE BCUR_TCOV CURSOR FOR
                SELECT
                    CO_ID,
                    APP_ID,
                    RECPT_NUM,
                    PLAN_ID,
                    OPEN_DT,
                    XPRY_DT,
                    APPL_FACE_AMT,
                    COV_AMT,
                    STAT_CD,
                    CLOSE_DT,
                    UPDT_DT
                FROM TTCOV
                WHERE
                    CO_ID = :WTCOV-CO-ID  AND
                    APP_ID >= :WTCOV-APP-ID  AND
                    APP_ID <= :WTCOV-ENDBR-APP-ID
                ORDER BY APP_ID
           END-EXEC.

           EXEC SQL
                OPEN BCUR_TCOV
           END-EXEC.


           EVALUATE SQLCODE

               WHEN ZERO
                    SET  WTCOV-IO-OK         TO  TRUE

               WHEN OTHER
                    SET  WTCOV-IO-ERROR      TO  TRUE

           END-EVALUATE.


       2000-EXEC-BROWSE-X.
           EXIT.


      **********************
       3000-EXEC-FETCH-NEXT.
      **********************

           EXEC SQL
                FETCH BCUR_TCOV
                INTO
                    :RTCOV-CO-ID,
                    :RTCOV-APP-ID,
                    :RTCOV-RECPT-NUM,
                    :RTCOV-PLAN-ID,
                    :RTCOV-OPEN-DT,
                    :RTCOV-XPRY-DT,
                    :RTCOV-APPL-FACE-AMT,
                    :RTCOV-COV-AMT,
                    :RTCOV-STAT-CD,
                    :RTCOV-CLOSE-DT,
                    :RTCOV-UPDT-DT
           END-EXEC.


           EVALUATE SQLCODE

               WHEN ZERO
                    SET  WTCOV-IO-OK         TO  TRUE

               WHEN +100
                    SET  WTCOV-IO-EOF        TO  TRUE

               WHEN OTHER
                    SET  WTCOV-IO-ERROR      TO  TRUE

           END-EVALUATE.


       3000-EXEC-FETCH-NEXT-X.
           EXIT.


      ************************
       4000-EXEC-CLOSE-BROWSE.
      ************************

           EXEC SQL
                CLOSE BCUR_TCOV
           END-EXEC.


           EVALUATE SQLCODE

               WHEN ZERO
                    SET  WTCOV-IO-OK         TO  TRUE

               WHEN OTHER
                    SET  WTCOV-IO-ERROR      TO  TRUE

           END-EVALUATE.


       4000-EXEC-CLOSE-BROWSE-X.
           EXIT.


      ******************
       8000-EXEC-SELECT.
      ******************

           EXEC SQL
                SELECT
                    RECPT_NUM,
                    PLAN_ID,
                    OPEN_DT,
                    XPRY_DT,
                    APPL_FACE_AMT,
                    COV_AMT,
                    STAT_CD,
                    CLOSE_DT,
                    UPDT_DT
                INTO
                    :RTCOV-RECPT-NUM,
                    :RTCOV-PLAN-ID,
                    :RTCOV-OPEN-DT,
                    :RTCOV-XPRY-DT,
                    :RTCOV-APPL-FACE-AMT,
                    :RTCOV-COV-AMT,
                    :RTCOV-STAT-CD,
                    :RTCOV-CLOSE-DT,
                    :RTCOV-UPDT-DT
                FROM TTCOV
                WHERE
                    CO_ID  = :WTCOV-CO-ID  AND
                    APP_ID = :WTCOV-APP-ID
           END-EXEC.


           EVALUATE SQLCODE

               WHEN ZERO
                    SET  WTCOV-IO-OK         TO  TRUE
                    MOVE WTCOV-KEY           TO  RTCOV-KEY

               WHEN +100
                    SET  WTCOV-IO-NOT-FOUND  TO  TRUE

               WHEN OTHER
                    SET  WTCOV-IO-ERROR      TO  TRUE

           END-EVALUATE.


       8000-EXEC-SELECT-X.
           EXIT.


      ******************
       8200-EXEC-UPDATE.
      ******************

           EXEC SQL
                UPDATE TTCOV
                SET
                    RECPT_NUM        = :RTCOV-RECPT-NUM,
                    PLAN_ID          = :RTCOV-PLAN-ID,
                    OPEN_DT          = :RTCOV-OPEN-DT,
                    XPRY_DT          = :RTCOV-XPRY-DT,
                    APPL_FACE_AMT    = :RTCOV-APPL-FACE-AMT,
                    COV_AMT          = :RTCOV-COV-AMT,
                    STAT_CD          = :RTCOV-STAT-CD,
                    CLOSE_DT         = :RTCOV-CLOSE-DT,
                    UPDT_DT          = :RTCOV-UPDT-DT
                WHERE
                    CO_ID  = :WTCOV-CO-ID  AND
                    APP_ID = :WTCOV-APP-ID
           END-EXEC.


           EVALUATE SQLCODE

               WHEN ZERO
                    SET  WTCOV-IO-OK         TO  TRUE

               WHEN +100
                    SET  WTCOV-IO-NOT-FOUND  TO  TRUE

               WHEN OTHER
                    SET  WTCOV-IO-ERROR      TO  TRUE

           END-EVALUATE.


       8200-EXEC-UPDATE-X.
           EXIT.

      *****************************************************************
      **                 END OF PROGRAM ASIBTCOV                     **
      *****************************************************************
