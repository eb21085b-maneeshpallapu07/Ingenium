      *************************
       IDENTIFICATION DIVISION.
      *************************

       PROGRAM-ID. ASIATCOV.

       COPY XCWWCRHT.

      *****************************************************************
      **  MEMBER :  ASIATCOV                                         **
      **  REMARKS:  SQL I/O PROGRAM USED TO INSERT A ROW INTO THE    **
      **            TEMPORARY COVERAGE REGISTER TABLE                **
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

       COPY XCWWPGWS REPLACING '$VAR1' BY 'ASIATCOV'.

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

               WHEN WTCOV-RQST-INSERT
                    PERFORM  1000-INSERT
                        THRU 1000-INSERT-X

               WHEN OTHER
                    SET  WTCOV-IO-ERROR      TO  TRUE

           END-EVALUATE.


           SET  WTCOV-OPTM-SQL-OK            TO  TRUE.
           MOVE SPACES                       TO  WTCOV-OPTM-SQL-REQIR.
           MOVE SPACES                       TO  WTCOV-OPTM-SQL-EXEC.


           GOBACK.


       0000-MAINLINE-X.
           EXIT.


      *************
       1000-INSERT.
      *************

           MOVE WTCOV-KEY                     TO  RTCOV-KEY.

           EXEC SQL
             INSERT INTO TTCOV
                (CO_ID,
                 APP_ID,
                 RECPT_NUM,
                 PLAN_ID,
                 OPEN_DT,
                 XPRY_DT,
                 APPL_FACE_AMT,
                 COV_AMT,
                 STAT_CD,
                 CLOSE_DT,
                 UPDT_DT)
             VALUES
               (:RTCOV-CO-ID,
                :RTCOV-APP-ID,
                :RTCOV-RECPT-NUM,
                :RTCOV-PLAN-ID,
                :RTCOV-OPEN-DT,
                :RTCOV-XPRY-DT,
                :RTCOV-APPL-FACE-AMT,
                :RTCOV-COV-AMT,
                :RTCOV-STAT-CD,
                :RTCOV-CLOSE-DT,
                :RTCOV-UPDT-DT)
           END-EXEC.


           EVALUATE SQLCODE

               WHEN ZERO
                    SET  WTCOV-IO-OK         TO  TRUE

               WHEN OTHER
                    SET  WTCOV-IO-ERROR      TO  TRUE

           END-EVALUATE.


       1000-INSERT-X.
           EXIT.

      *****************************************************************
      **                 END OF PROGRAM ASIATCOV                     **
      *****************************************************************
