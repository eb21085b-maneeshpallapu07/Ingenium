      *************************
       IDENTIFICATION DIVISION.
      *************************

       PROGRAM-ID. ASICPUWR.

       COPY XCWWCRHT.

      *****************************************************************
      **  MEMBER :  ASICPUWR                                         **
      **  REMARKS:  INITIALIZE THE PRE-UNDERWRITING OPINION REGISTER **
      **            TABLE LAYOUT                                     **
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

       COPY XCWWPGWS REPLACING '$VAR1' BY 'ASICPUWR'.
      /
       COPY XCWWWKDT.
      /
      *****************
       LINKAGE SECTION.
      *****************

           EXEC SQL INCLUDE ACFWPUWR  END-EXEC.

           EXEC SQL INCLUDE ACFRPUWR  END-EXEC.

      /
       PROCEDURE DIVISION USING WPUWR-IO-WORK-AREA
                                RPUWR-REC-INFO.

      ***************
       0000-MAINLINE.
      ***************

           EVALUATE TRUE

               WHEN WPUWR-RQST-INIT-TBL-LAYOUT
                    PERFORM  1000-INIT-TBL-LAYOUT
                        THRU 1000-INIT-TBL-LAYOUT-X

               WHEN OTHER
                    SET  WPUWR-IO-ERROR      TO  TRUE

           END-EVALUATE.


           GOBACK.


       0000-MAINLINE-X.
           EXIT.


      **********************
       1000-INIT-TBL-LAYOUT.
      **********************

           MOVE SPACES           TO  RPUWR-REC-INFO.
           MOVE ZERO             TO  RPUWR-MAX-FACE-AMT.
           MOVE WPUWR-KEY        TO  RPUWR-KEY.


       1000-INIT-TBL-LAYOUT-X.
           EXIT.

      *****************************************************************
      **                 END OF PROGRAM ASICPUWR                     **
      *****************************************************************
