      *************************
       IDENTIFICATION DIVISION.
      *************************

       PROGRAM-ID. ASIBPUWR.

       COPY XCWWCRHT.

      *****************************************************************
      **  MEMBER :  ASIBPUWR                                         **
      **  REMARKS:  SQL I/O PROGRAM USED TO RETRIEVE AND UPDATE ROWS **
      **            ON THE PRE-UNDERWRITING OPINION REGISTER TABLE.  **
      **            SUPPORTS A DIRECT SELECT BY COMPANY / REFERENCE  **
      **            NUMBER AND A BROWSE OF THE REGISTER FOR A        **
      **            COMPANY.                                         **
      *****************************************************************
      **  RELEASE   DESCRIPTION                                      **
      **                                                             **
384726**  15OCT26   CREATED FOR PRE-UNDERWRITING OPINION REGISTER    **
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

       COPY XCWWPGWS REPLACING '$VAR1' BY 'ASIBPUWR'.

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

           EXEC SQL INCLUDE ACFWPUWR  END-EXEC.

           EXEC SQL INCLUDE ACFRPUWR  END-EXEC.

      /
       PROCEDURE DIVISION USING SQLCA
                                WPUWR-IO-WORK-AREA
                                RPUWR-REC-INFO.

      ***************
       0000-MAINLINE.
      ***************

           IF  WS-WA-ADDRESS NOT = ADDRESS OF WPUWR-IO-WORK-AREA
           OR  WS-TL-ADDRESS NOT = ADDRESS OF RPUWR-REC-INFO
               SET  WS-WA-ADDRESS  TO  ADDRESS OF WPUWR-IO-WORK-AREA
               SET  WS-TL-ADDRESS  TO  ADDRESS OF RPUWR-REC-INFO
               MOVE ZERO           TO  SQL-INIT-FLAG
           END-IF.


           EVALUATE TRUE

               WHEN WPUWR-RQST-SELECT
                    PERFORM  8000-EXEC-SELECT
                        THRU 8000-EXEC-SELECT-X

               WHEN WPUWR-RQST-BROWSE
                    PERFORM  2000-EXEC-BROWSE
                        THRU 2000-EXEC-BROWSE-X

               WHEN WPUWR-RQST-FETCH-NEXT
                    PERFORM  3000-EXEC-FETCH-NEXT
                        THRU 3000-EXEC-FETCH-NEXT-X

               WHEN WPUWR-RQST-CLOSE-BROWSE-CUR
                    PERFORM  4000-EXEC-CLOSE-BROWSE
                        THRU 4000-EXEC-CLOSE-BROWSE-X

               WHEN WPUWR-RQST-UPDATE
                    PERFORM  8200-EXEC-UPDATE
                        THRU 8200-EXEC-UPDATE-X

               WHEN OTHER
                    SET  WPUWR-IO-ERROR      TO  TRUE

           END-EVALUATE.


           SET  WPUWR-OPTM-SQL-OK            TO  TRUE.
           MOVE SPACES                       TO  WPUWR-OPTM-SQL-REQIR.
           MOVE SPACES                       TO  WPUWR-OPTM-SQL-EXEC.


           GOBACK.


       0000-MAINLINE-X.
           EXIT.


      ******************
       2000-EXEC-BROWSE.
      ******************
      *
      * BROWSE THE PRE-UNDERWRITING OPINIONS FOR THE COMPANY WITHIN A
      * REFERENCE NUMBER RANGE, IN REFERENCE ORDER.
      *
           EXEC SQL
                DECLARE BCUR_PUWR CURSOR FOR
                SELECT
                    CO_ID,
                    REF_NUM,
                    INSRD_SUR_NM,
                    INSRD_GIV_NM,
                    INSRD_BTH_DT,
                    OFFER_CD,
                    TBL_RATG_CD,
                    EXCL_RIDR_TXT,
                    MAX_FACE_AMT,
                    OPIN_DT,
                    VALID_TO_DT,
                    UW_USER_ID,
                    APP_ID,
                    LINK_DT,
                    DECSN_CD,
                    UPDT_USER_ID,
                    UPDT_DT
                FROM TPUWR
                WHERE
                    CO_ID = :WPUWR-CO-ID  AND
                    REF_NUM >= :WPUWR-REF-NUM  AND
                    REF_NUM <= :WPUWR-ENDBR-REF-NUM
                ORDER BY REF_NUM
           END-EXEC.

           EXEC SQL
                OPEN BCUR_PUWR
           END-EXEC.


           EVALUATE SQLCODE

               WHEN ZERO
                    SET  WPUWR-IO-OK         TO  TRUE

               WHEN OTHER
                    SET  WPUWR-IO-ERROR      TO  TRUE

           END-EVALUATE.


       2000-EXEC-BROWSE-X.
           EXIT.


      **********************
       3000-EXEC-FETCH-NEXT.
      **********************

           EXEC SQL
                FETCH BCUR_PUWR
                INTO
                    :RPUWR-CO-ID,
                    :RPUWR-REF-NUM,
                    :RPUWR-INSRD-SUR-NM,
                    :RPUWR-INSRD-GIV-NM,
                    :RPUWR-INSRD-BTH-DT,
                    :RPUWR-OFFER-CD,
                    :RPUWR-TBL-RATG-CD,
                    :RPUWR-EXCL-RIDR-TXT,
                    :RPUWR-MAX-FACE-AMT,
                    :RPUWR-OPIN-DT,
                    :RPUWR-VALID-TO-DT,
                    :RPUWR-UW-USER-ID,
                    :RPUWR-APP-ID,
                    :RPUWR-LINK-DT,
                    :RPUWR-DECSN-CD,
                    :RPUWR-UPDT-USER-ID,
                    :RPUWR-UPDT-DT
           END-EXEC.


           EVALUATE SQLCODE

               WHEN ZERO
                    SET  WPUWR-IO-OK         TO  TRUE

               WHEN +100
                    SET  WPUWR-IO-EOF        TO  TRUE

               WHEN OTHER
                    SET  WPUWR-IO-ERROR      TO  TRUE

           END-EVALUATE.


       3000-EXEC-FETCH-NEXT-X.
           EXIT.


      ************************
       4000-EXEC-CLOSE-BROWSE.
      ************************

           EXEC SQL
                CLOSE BCUR_PUWR
           END-EXEC.


           EVALUATE SQLCODE

               WHEN ZERO
                    SET  WPUWR-IO-OK         TO  TRUE

               WHEN OTHER
                    SET  WPUWR-IO-ERROR      TO  TRUE

           END-EVALUATE.


       4000-EXEC-CLOSE-BROWSE-X.
           EXIT.


      ******************
       8000-EXEC-SELECT.
      ******************

           EXEC SQL
                SELECT
                    INSRD_SUR_NM,
                    INSRD_GIV_NM,
                    INSRD_BTH_DT,
                    OFFER_CD,
                    TBL_RATG_CD,
                    EXCL_RIDR_TXT,
                    MAX_FACE_AMT,
                    OPIN_DT,
                    VALID_TO_DT,
                    UW_USER_ID,
                    APP_ID,
                    LINK_DT,
                    DECSN_CD,
                    UPDT_USER_ID,
                    UPDT_DT
                INTO
                    :RPUWR-INSRD-SUR-NM,
                    :RPUWR-INSRD-GIV-NM,
                    :RPUWR-INSRD-BTH-DT,
                    :RPUWR-OFFER-CD,
                    :RPUWR-TBL-RATG-CD,
                    :RPUWR-EXCL-RIDR-TXT,
                    :RPUWR-MAX-FACE-AMT,
                    :RPUWR-OPIN-DT,
                    :RPUWR-VALID-TO-DT,
                    :RPUWR-UW-USER-ID,
                    :RPUWR-APP-ID,
                    :RPUWR-LINK-DT,
                    :RPUWR-DECSN-CD,
                    :RPUWR-UPDT-USER-ID,
                    :RPUWR-UPDT-DT
                FROM TPUWR
                WHERE
                    CO_ID   = :WPUWR-CO-ID  AND
                    REF_NUM = :WPUWR-REF-NUM
           END-EXEC.


           EVALUATE SQLCODE

               WHEN ZERO
                    SET  WPUWR-IO-OK         TO  TRUE
                    MOVE WPUWR-KEY           TO  RPUWR-KEY

               WHEN +100
                    SET  WPUWR-IO-NOT-FOUND  TO  TRUE

               WHEN OTHER
                    SET  WPUWR-IO-ERROR      TO  TRUE

           END-EVALUATE.


       8000-EXEC-SELECT-X.
           EXIT.


      ******************
       8200-EXEC-UPDATE.
      ******************

           EXEC SQL
                UPDATE TPUWR
                SET
                    INSRD_SUR_NM     = :RPUWR-INSRD-SUR-NM,
                    INSRD_GIV_NM     = :RPUWR-INSRD-GIV-NM,
                    INSRD_BTH_DT     = :RPUWR-INSRD-BTH-DT,
                    OFFER_CD         = :RPUWR-OFFER-CD,
                    TBL_RATG_CD      = :RPUWR-TBL-RATG-CD,
                    EXCL_RIDR_TXT    = :RPUWR-EXCL-RIDR-TXT,
                    MAX_FACE_AMT     = :RPUWR-MAX-FACE-AMT,
                    OPIN_DT          = :RPUWR-OPIN-DT,
                    VALID_TO_DT      = :RPUWR-VALID-TO-DT,
                    UW_USER_ID       = :RPUWR-UW-USER-ID,
                    APP_ID           = :RPUWR-APP-ID,
                    LINK_DT          = :RPUWR-LINK-DT,
                    DECSN_CD         = :RPUWR-DECSN-CD,
                    UPDT_USER_ID     = :RPUWR-UPDT-USER-ID,
                    UPDT_DT          = :RPUWR-UPDT-DT
                WHERE
                    CO_ID   = :WPUWR-CO-ID  AND
                    REF_NUM = :WPUWR-REF-NUM
           END-EXEC.


           EVALUATE SQLCODE

               WHEN ZERO
                    SET  WPUWR-IO-OK         TO  TRUE

               WHEN +100
                    SET  WPUWR-IO-NOT-FOUND  TO  TRUE

               WHEN OTHER
                    SET  WPUWR-IO-ERROR      TO  TRUE

           END-EVALUATE.


       8200-EXEC-UPDATE-X.
           EXIT.

      *****************************************************************
      **                 END OF PROGRAM ASIBPUWR                     **
      *****************************************************************
