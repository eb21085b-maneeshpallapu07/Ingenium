      *************************
       IDENTIFICATION DIVISION.
      *************************

       PROGRAM-ID. ASIAPNRG.

       COPY XCWWCRHT.

      *****************************************************************
      **  MEMBER :  ASIAPNRG                                         **
      **  REMARKS:  SQL I/O PROGRAM USED TO INSERT A ROW INTO THE    **
      **            POLICY NUMBER RANGE TABLE                        **
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

       COPY XCWWPGWS REPLACING '$VAR1' BY 'ASIAPNRG'.

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

               WHEN WPNRG-RQST-INSERT
                    PERFORM  1000-INSERT
                        THRU 1000-INSERT-X

               WHEN OTHER
                    SET  WPNRG-IO-ERROR      TO  TRUE

           END-EVALUATE.


           SET  WPNRG-OPTM-SQL-OK            TO  TRUE.
           MOVE SPACES                       TO  WPNRG-OPTM-SQL-REQIR.
           MOVE SPACES                       TO  WPNRG-OPTM-SQL-EXEC.


           GOBACK.


       0000-MAINLINE-X.
           EXIT.


      *************
       1000-INSERT.
      *************

           MOVE WPNRG-KEY                    TO  RPNRG-KEY.

           EXEC SQL
             INSERT INTO TPNRG
                (CO_ID,
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
                 UPDT_USER_ID)
             VALUES
               (:RPNRG-CO-ID,
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
                :RPNRG-UPDT-USER-ID)
           END-EXEC.


           EVALUATE SQLCODE

               WHEN ZERO
                    SET  WPNRG-IO-OK         TO  TRUE

               WHEN OTHER
                    SET  WPNRG-IO-ERROR      TO  TRUE

           END-EVALUATE.


       1000-INSERT-X.
           EXIT.

      *****************************************************************
      **                 END OF PROGRAM ASIAPNRG                     **
      *****************************************************************
