      *************************
       IDENTIFICATION DIVISION.
      *************************

       PROGRAM-ID. ASICWAIV.

       COPY XCWWCRHT.

      *****************************************************************
      **  MEMBER :  ASICWAIV                                         **
      **  REMARKS:  INITIALIZE THE REQUIREMENT WAIVER LOG TABLE      **
      **            LAYOUT                                           **
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

       COPY XCWWPGWS REPLACING '$VAR1' BY 'ASICWAIV'.
      /
       COPY XCWWWKDT.
      /
      *****************
       LINKAGE SECTION.
      *****************

           EXEC SQL INCLUDE ACFWWAIV  END-EXEC.

           EXEC SQL INCLUDE ACFRWAIV  END-EXEC.

      /
       PROCEDURE DIVISION USING WWAIV-IO-WORK-AREA
                                RWAIV-REC-INFO.

      ***************
       0000-MAINLINE.
      ***************

           EVALUATE TRUE

               WHEN WWAIV-RQST-INIT-TBL-LAYOUT
                    PERFORM  1000-INIT-TBL-LAYOUT
                        THRU 1000-INIT-TBL-LAYOUT-X

               WHEN OTHER
                    SET  WWAIV-IO-ERROR      TO  TRUE

           END-EVALUATE.


           GOBACK.


       0000-MAINLINE-X.
           EXIT.


      **********************
       1000-INIT-TBL-LAYOUT.
      **********************

           MOVE SPACES           TO  RWAIV-REC-INFO.
           MOVE ZERO             TO  RWAIV-FACE-AMT.
           MOVE WWAIV-KEY        TO  RWAIV-KEY.


       1000-INIT-TBL-LAYOUT-X.
           EXIT.

      *****************************************************************
      **                 END OF PROGRAM ASICWAIV                     **
      *****************************************************************
