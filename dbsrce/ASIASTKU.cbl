      *************************
       IDENTIFICATION DIVISION.
      *************************

       PROGRAM-ID. ASIASTKU.

       COPY XCWWCRHT.

      *****************************************************************
      **  MEMBER :  ASIASTKU                                         **
      **  REMARKS:  SQL I/O PROGRAM USED TO INSERT A ROW INTO THE    **
      **            APPLICATION STICKER USAGE TABLE                  **
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

       COPY XCWWPGWS REPLACING '$VAR1' BY 'ASIASTKU'.

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

               WHEN WSTKU-RQST-INSERT
                    PERFORM  1000-INSERT
                        THRU 1000-INSERT-X

               WHEN OTHER
                    SET  WSTKU-IO-ERROR      TO  TRUE

           END-EVALUATE.


           SET  WSTKU-OPTM-SQL-OK            TO  TRUE.
           MOVE SPACES                       TO  WSTKU-OPTM-SQL-REQIR.
           MOVE SPACES                       TO  WSTKU-OPTM-SQL-EXEC.


           GOBACK.


       0000-MAINLINE-X.
           EXIT.


      *************
       1000-INSERT.
      *************

           MOVE WSTKU-KEY                     TO  RSTKU-KEY.

           EXEC SQL
             INSERT INTO TSTKU
                (CO_ID,
                 STCKR_ID,
                 APP_ID,
                 SO_NUM,
                 USE_DT,
                 SRC_TBL_ID)
             VALUES
               (:RSTKU-CO-ID,
                :RSTKU-STCKR-ID,
                :RSTKU-APP-ID,
                :RSTKU-SO-NUM,
                :RSTKU-USE-DT,
                :RSTKU-SRC-TBL-ID)
           END-EXEC.


           EVALUATE SQLCODE

               WHEN ZERO
                    SET  WSTKU-IO-OK         TO  TRUE

               WHEN OTHER
                    SET  WSTKU-IO-ERROR      TO  TRUE

           END-EVALUATE.


       1000-INSERT-X.
           EXIT.

      *****************************************************************
      **                 END OF PROGRAM ASIASTKU                     **
      *****************************************************************
