      *************************
       IDENTIFICATION DIVISION.
      *************************

       PROGRAM-ID. ASICTCOV.

       COPY XCWWCRHT.

      *****************************************************************
      **  MEMBER :  ASICTCOV                                         **
      **  REMARKS:  INITIALIZE THE TEMPORARY COVERAGE REGISTER TABLE **
      **            LAYOUT                                           **
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

       COPY XCWWPGWS REPLACING '$VAR1' BY 'ASICTCOV'.
      /
       COPY XCWWWKDT.
      /
      *****************
       LINKAGE SECTION.
      *****************

           EXEC SQL INCLUDE ACFWTCOV  END-EXEC.

           EXEC SQL INCLUDE ACFRTCOV  END-EXEC.

      /
       PROCEDURE DIVISION USING WTCOV-IO-WORK-AREA
                                RTCOV-REC-INFO.

      ***************
       0000-MAINLINE.
      ***************

           EVALUATE TRUE

               WHEN WTCOV-RQST-INIT-TBL-LAYOUT
                    PERFORM  1000-INIT-TBL-LAYOUT
                        THRU 1000-INIT-TBL-LAYOUT-X

               WHEN OTHER
                    SET  WTCOV-IO-ERROR      TO  TRUE

           END-EVALUATE.


           GOBACK.


       0000-MAINLINE-X.
           EXIT.


      **********************
       1000-INIT-TBL-LAYOUT.
      **********************

           MOVE SPACES           TO  RTCOV-REC-INFO.
           MOVE ZERO             TO  RTCOV-APPL-FACE-AMT
                                     RTCOV-COV-AMT.
           MOVE WTCOV-KEY        TO  RTCOV-KEY.


       1000-INIT-TBL-LAYOUT-X.
           EXIT.

      *****************************************************************
      **                 END OF PROGRAM ASICTCOV                     **
      *****************************************************************
