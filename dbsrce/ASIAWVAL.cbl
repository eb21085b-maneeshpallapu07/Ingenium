      *************************
       IDENTIFICATION DIVISION.
      *************************

       PROGRAM-ID. ASIAWVAL.

       COPY XCWWCRHT.

      *****************************************************************
      **  MEMBER :  ASIAWVAL                                         **
      **  REMARKS:  SQL I/O PROGRAM USED TO INSERT A ROW INTO THE    **
      **            REQUIREMENT WAIVER AUTHORITY TABLE               **
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

       COPY XCWWPGWS REPLACING '$VAR1' BY 'ASIAWVAL'.

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

               WHEN WWVAL-RQST-INSERT
                    PERFORM  1000-INSERT
                        THRU 1000-INSERT-X

               WHEN OTHER
                    SET  WWVAL-IO-ERROR      TO  TRUE

           END-EVALUATE.


           SET  WWVAL-OPTM-SQL-OK            TO  TRUE.
           MOVE SPACES                       TO  WWVAL-OPTM-SQL-REQIR.
           MOVE SPACES                       TO  WWVAL-OPTM-SQL-EXEC.


           GOBACK.


       0000-MAINLINE-X.
           EXIT.


      *************
       1000-INSERT.
      *************

           MOVE WWVAL-KEY                     TO  RWVAL-KEY.

           EXEC SQL
             INSERT INTO TWVAL
                (CO_ID,
                 USER_ID,
                 REQIR_CODE,
                 MAX_FACE_AMT,
                 UPDT_USER_ID,
                 UPDT_DT)
             VALUES
               (:RWVAL-CO-ID,
                :RWVAL-USER-ID,
                :RWVAL-REQIR-CODE,
                :RWVAL-MAX-FACE-AMT,
                :RWVAL-UPDT-USER-ID,
                :RWVAL-UPDT-DT)
           END-EXEC.


           EVALUATE SQLCODE

               WHEN ZERO
                    SET  WWVAL-IO-OK         TO  TRUE

               WHEN OTHER
                    SET  WWVAL-IO-ERROR      TO  TRUE

           END-EVALUATE.


       1000-INSERT-X.
           EXIT.

      *****************************************************************
      **                 END OF PROGRAM ASIAWVAL                     **
      *****************************************************************
