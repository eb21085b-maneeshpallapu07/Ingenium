      *************************
       IDENTIFICATION DIVISION.
      *************************

       PROGRAM-ID. ASIAPUWR.

       COPY XCWWCRHT.

      *****************************************************************
      **  MEMBER :  ASIAPUWR                                         **
      **  REMARKS:  SQL I/O PROGRAM USED TO INSERT A ROW INTO THE    **
      **            PRE-UNDERWRITING OPINION REGISTER TABLE          **
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

       COPY XCWWPGWS REPLACING '$VAR1' BY 'ASIAPUWR'.

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

               WHEN WPUWR-RQST-INSERT
                    PERFORM  1000-INSERT
                        THRU 1000-INSERT-X

               WHEN OTHER
                    SET  WPUWR-IO-ERROR      TO  TRUE

           END-EVALUATE.


           SET  WPUWR-OPTM-SQL-OK            TO  TRUE.
           MOVE SPACES                       TO  WPUWR-OPTM-SQL-REQIR.
           MOVE SPACES                       TO  WPUWR-OPTM-SQL-EXEC.


           GOBACK.


       0000-MAINLINE-X.
           EXIT.


      *************
       1000-INSERT.
      *************

           MOVE WPUWR-KEY                     TO  RPUWR-KEY.

           EXEC SQL
             INSERT INTO TPUWR
                (CO_ID,
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
                 UPDT_DT)
             VALUES
               (:RPUWR-CO-ID,
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
                :RPUWR-UPDT-DT)
           END-EXEC.


           EVALUATE SQLCODE

               WHEN ZERO
                    SET  WPUWR-IO-OK         TO  TRUE

               WHEN OTHER
                    SET  WPUWR-IO-ERROR      TO  TRUE

           END-EVALUATE.


       1000-INSERT-X.
           EXIT.

      *****************************************************************
      **                 END OF PROGRAM ASIAPUWR                     **
      *****************************************************************
