      *************************
       IDENTIFICATION DIVISION.
      *************************

       PROGRAM-ID. ASIBPNRG.

       COPY XCWWCRHT.

      *****************************************************************
      **  MEMBER :  ASIBPNRG                                         **
      **  REMARKS:  SQL I/O PROGRAM USED TO RETRIEVE AND UPDATE ROWS **
      **            ON THE POLICY NUMBER RANGE TABLE.  SUPPORTS A    **
      **            DIRECT SELECT BY COMPANY / BUSINESS CLASS /      **
      **            INSTANCE, A BROWSE OF EVERY RANGE FOR A COMPANY  **
      **            AND AN UPDATE OF THE RANGE, HIGH-WATER MARK AND  **
      **            PROJECTION COLUMNS.                              **
      *****************************************************************
      **  RELEASE   DESCRIPTION                                      **
      **                                                             **
741962**  15OCT26   CREATED FOR POLICY NUMBER RANGE INVENTORY        **
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

       COPY XCWWPGWS REPLACING '$VAR1' BY 'ASIBPNRG'.

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

           EXEC SQL INCLUDE ACFWPNRG  END-EXEC.

           EXEC SQL INCLUDE ACFRPNRG  END-EXEC.

      /
       PROCEDURE DIVISION USING SQLCA
                                WPNRG-IO-WORK-AREA
                                RPNRG-REC-INFO.

      ***************
       0000-MAINLINE.
      ***************

           IF  WS-WA-ADDRESS NOT = ADDRESS OF WPNRG-IO-WORK-AREA
           OR  WS-TL-ADDRESS NOT = ADDRESS OF RPNRG-REC-INFO
               SET  WS-WA-ADDRESS  TO  ADDRESS OF WPNRG-IO-WORK-AREA
               SET  WS-TL-ADDRESS  TO  ADDRESS OF RPNRG-REC-INFO
               MOVE ZERO           TO  SQL-INIT-FLAG
           END-IF.


           EVALUATE TRUE

               WHEN WPNRG-RQST-SELECT
                    PERFORM  8000-EXEC-SELECT
                        THRU 8000-EXEC-SELECT-X

               WHEN WPNRG-RQST-BROWSE
                    PERFORM  2000-EXEC-BROWSE
                        THRU 2000-EXEC-BROWSE-X

               WHEN WPNRG-RQST-FETCH-NEXT
                    PERFORM  3000-EXEC-FETCH-NEXT
                        THRU 3000-EXEC-FETCH-NEXT-X

               WHEN WPNRG-RQST-CLOSE-BROWSE-CUR
                    PERFORM  4000-EXEC-CLOSE-BROWSE
                        THRU 4000-EXEC-CLOSE-BROWSE-X

               WHEN WPNRG-RQST-UPDATE
                    PERFORM  8200-EXEC-UPDATE
                        THRU 8200-EXEC-UPDATE-X

               WHEN OTHER
                    SET  WPNRG-IO-ERROR      TO  TRUE

           END-EVALUATE.


           SET  WPNRG-OPTM-SQL-OK            TO  TRUE.
           MOVE SPACES                       TO  WPNRG-OPTM-SQL-REQIR.
           MOVE SPACES                       TO  WPNRG-OPTM-SQL-EXEC.


           GOBACK.


       0000-MAINLINE-X.
           EXIT.


      ******************
       2000-EXEC-BROWSE.
      ******************
      *
      * BROWSE EVERY RANGE FOR THE COMPANY IN BUSINESS CLASS /
      * INSTANCE ORDER.
      *
           EXEC SQL
                DECLARE BCUR_PNRG CURSOR FOR
                SELECT
                    CO_ID,
                    BUS_CLASS_CD,
                    INST_ID,
                    RNG_LOW_NUM,
                    RNG_HIGH_NUM,
                    HWM_NUM,
                    HWM_POL_ID,
                    HWM_UPDT_DT,
                    WARN_DAYS,
                    RNG_STAT_CD,
                    LAST_RPT_DT,
                    PROJ_DAYS_LEFT,
                    UPDT_USER_ID
                FROM TPNRG
                WHERE
                    CO_ID = :WPNRG-CO-ID
                ORDER BY BUS_CLASS_CD, INST_ID
           END-EXEC.

           EXEC SQL
                OPEN BCUR_PNRG
           END-EXEC.


           EVALUATE SQLCODE

               WHEN ZERO
                    SET  WPNRG-IO-OK         TO  TRUE

               WHEN OTHER
                    SET  WPNRG-IO-ERROR      TO  TRUE

           END-EVALUATE.


       2000-EXEC-BROWSE-X.
           EXIT.


      **********************
       3000-EXEC-FETCH-NEXT.
      **********************

           EXEC SQL
                FETCH BCUR_PNRG
                INTO
                    :RPNRG-CO-ID,
                    :RPNRG-BUS-CLASS-CD,
                    :RPNRG-INST-ID,
                    :RPNRG-RNG-LOW-NUM,
                    :RPNRG-RNG-HIGH-NUM,
                    :RPNRG-HWM-NUM,
                    :RPNRG-HWM-POL-ID,
                    :RPNRG-HWM-UPDT-DT,
                    :RPNRG-WARN-DAYS,
                    :RPNRG-RNG-STAT-CD,
                    :RPNRG-LAST-RPT-DT,
                    :RPNRG-PROJ-DAYS-LEFT,
                    :RPNRG-UPDT-USER-ID
           END-EXEC.


           EVALUATE SQLCODE

               WHEN ZERO
                    SET  WPNRG-IO-OK         TO  TRUE

               WHEN +100
                    SET  WPNRG-IO-EOF        TO  TRUE

               WHEN OTHER
                    SET  WPNRG-IO-ERROR      TO  TRUE

           END-EVALUATE.


       3000-EXEC-FETCH-NEXT-X.
           EXIT.


      ************************
       4000-EXEC-CLOSE-BROWSE.
      ************************

           EXEC SQL
                CLOSE BCUR_PNRG
           END-EXEC.


           EVALUATE SQLCODE

               WHEN ZERO
                    SET  WPNRG-IO-OK         TO  TRUE

               WHEN OTHER
                    SET  WPNRG-IO-ERROR      TO  TRUE

           END-EVALUATE.


       4000-EXEC-CLOSE-BROWSE-X.
           EXIT.


      ******************
       8000-EXEC-SELECT.
      ******************

           EXEC SQL
                SELECT
                    RNG_LOW_NUM,
                    RNG_HIGH_NUM,
                    HWM_NUM,
                    HWM_POL_ID,
                    HWM_UPDT_DT,
                    WARN_DAYS,
                    RNG_STAT_CD,
                    LAST_RPT_DT,
                    PROJ_DAYS_LEFT,
                    UPDT_USER_ID
                INTO
                    :RPNRG-RNG-LOW-NUM,
                    :RPNRG-RNG-HIGH-NUM,
                    :RPNRG-HWM-NUM,
                    :RPNRG-HWM-POL-ID,
                    :RPNRG-HWM-UPDT-DT,
                    :RPNRG-WARN-DAYS,
                    :RPNRG-RNG-STAT-CD,
                    :RPNRG-LAST-RPT-DT,
                    :RPNRG-PROJ-DAYS-LEFT,
                    :RPNRG-UPDT-USER-ID
                FROM TPNRG
                WHERE
                    CO_ID        = :WPNRG-CO-ID         AND
                    BUS_CLASS_CD = :WPNRG-BUS-CLASS-CD  AND
                    INST_ID      = :WPNRG-INST-ID
           END-EXEC.


           EVALUATE SQLCODE

               WHEN ZERO
                    SET  WPNRG-IO-OK         TO  TRUE
                    MOVE WPNRG-KEY           TO  RPNRG-KEY

               WHEN +100
                    SET  WPNRG-IO-NOT-FOUND  TO  TRUE

               WHEN OTHER
                    SET  WPNRG-IO-ERROR      TO  TRUE

           END-EVALUATE.


       8000-EXEC-SELECT-X.
           EXIT.


      ******************
       8200-EXEC-UPDATE.
      ******************

           EXEC SQL
                UPDATE TPNRG
                SET
                    RNG_LOW_NUM      = :RPNRG-RNG-LOW-NUM,
                    RNG_HIGH_NUM     = :RPNRG-RNG-HIGH-NUM,
                    HWM_NUM          = :RPNRG-HWM-NUM,
                    HWM_POL_ID       = :RPNRG-HWM-POL-ID,
                    HWM_UPDT_DT      = :RPNRG-HWM-UPDT-DT,
                    WARN_DAYS        = :RPNRG-WARN-DAYS,
                    RNG_STAT_CD      = :RPNRG-RNG-STAT-CD,
                    LAST_RPT_DT      = :RPNRG-LAST-RPT-DT,
                    PROJ_DAYS_LEFT   = :RPNRG-PROJ-DAYS-LEFT,
                    UPDT_USER_ID     = :RPNRG-UPDT-USER-ID
                WHERE
                    CO_ID        = :WPNRG-CO-ID         AND
                    BUS_CLASS_CD = :WPNRG-BUS-CLASS-CD  AND
                    INST_ID      = :WPNRG-INST-ID
           END-EXEC.


           EVALUATE SQLCODE

               WHEN ZERO
                    SET  WPNRG-IO-OK         TO  TRUE

               WHEN +100
                    SET  WPNRG-IO-NOT-FOUND  TO  TRUE

               WHEN OTHER
                    SET  WPNRG-IO-ERROR      TO  TRUE

           END-EVALUATE.


       8200-EXEC-UPDATE-X.
           EXIT.

      *****************************************************************
      **                 END OF PROGRAM ASIBPNRG                     **
      *****************************************************************
