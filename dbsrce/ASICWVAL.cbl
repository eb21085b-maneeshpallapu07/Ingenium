      *************************
       IDENTIFICATION DIVISION.
      *************************

       PROGRAM-ID. ASICWVAL.

       COPY XCWWCRHT.

      *****************************************************************
      **  MEMBER :  ASICWVAL                                         **
      **  REMARKS:  INITIALIZE THE REQUIREMENT WAIVER AUTHORITY      **
      **            TABLE LAYOUT                                     **
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

       COPY XCWWPGWS REPLACING '$VAR1' BY 'ASICWVAL'.
      /
       COPY XCWWWKDT.
      /
      *****************
       LINKAGE SECTION.
      *****************

           EXEC SQL INCLUDE ACFWWVAL  END-EXEC.

           EXEC SQL INCLUDE ACFRWVAL  END-EXEC.

      /
       PROCEDURE DIVISION USING WWVAL-IO-WORK-AREA
                                RWVAL-REC-INFO.

      ***************
       0000-MAINLINE.
      ***************

           EVALUATE TRUE

               WHEN WWVAL-RQST-INIT-TBL-LAYOUT
                    PERFORM  1000-INIT-TBL-LAYOUT
                        THRU 1000-INIT-TBL-LAYOUT-X

               WHEN OTHER
                    SET  WWVAL-IO-ERROR      TO  TRUE

           END-EVALUATE.


           GOBACK.


       0000-MAINLINE-X.
           EXIT.


      **********************
       1000-INIT-TBL-LAYOUT.
      **********************

           MOVE SPACES           TO  RWVAL-REC-INFO.
           MOVE ZERO             TO  RWVAL-MAX-FACE-AMT.
           MOVE WWVAL-KEY        TO  RWVAL-KEY.


       1000-INIT-TBL-LAYOUT-X.
           EXIT.

      *****************************************************************
      **                 END OF PROGRAM ASICWVAL                     **
      *****************************************************************
