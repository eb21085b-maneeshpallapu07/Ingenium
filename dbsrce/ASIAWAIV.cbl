      *************************
       IDENTIFICATION DIVISION.
      *************************

       PROGRAM-ID. ASIAWAIV.

       COPY XCWWCRHT.

      *****************************************************************
      **  MEMBER :  ASIAWAIV                                         **
      **  REMARKS:  SQL I/O PROGRAM USED TO INSERT A ROW INTO THE    **
      **            REQUIREMENT WAIVER LOG TABLE                     **
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

       COPY XCWWPGWS REPLACING '$VAR1' BY 'ASIAWAIV'.

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

               WHEN WWAIV-RQST-INSERT
                    PERFORM  1000-INSERT
                        THRU 1000-INSERT-X

               WHEN OTHER
                    SET  WWAIV-IO-ERROR      TO  TRUE

           END-EVALUATE.


           SET  WWAIV-OPTM-SQL-OK            TO  TRUE.
           MOVE SPACES                       TO  WWAIV-OPTM-SQL-REQIR.
           MOVE SPACES                       TO  WWAIV-OPTM-SQL-EXEC.


           GOBACK.


       0000-MAINLINE-X.
           EXIT.


      *************
       1000-INSERT.
      *************

           MOVE WWAIV-KEY                     TO  RWAIV-KEY.

           EXEC SQL
             INSERT INTO TWAIV
                (CO_ID,
                 APP_ID,
                 REQIR_CODE,
                 RSN_CD,
                 FACE_AMT,
                 WAIV_USER_ID,
                 WAIV_DT,
                 WAIV_TM,
                 FEED_DT)
             VALUES
               (:RWAIV-CO-ID,
                :RWAIV-APP-ID,
                :RWAIV-REQIR-CODE,
                :RWAIV-RSN-CD,
                :RWAIV-FACE-AMT,
                :RWAIV-WAIV-USER-ID,
                :RWAIV-WAIV-DT,
                :RWAIV-WAIV-TM,
                :RWAIV-FEED-DT)
           END-EXEC.


           EVALUATE SQLCODE

               WHEN ZERO
                    SET  WWAIV-IO-OK         TO  TRUE

               WHEN OTHER
                    SET  WWAIV-IO-ERROR      TO  TRUE

           END-EVALUATE.


       1000-INSERT-X.
           EXIT.

      *****************************************************************
      **                 END OF PROGRAM ASIAWAIV                     **
      *****************************************************************
