      *************************
       IDENTIFICATION DIVISION.
      *************************

       PROGRAM-ID. ASICSTKU.

       COPY XCWWCRHT.

      *****************************************************************
      **  MEMBER :  ASICSTKU                                         **
      **  REMARKS:  INITIALIZE THE APPLICATION STICKER USAGE TABLE   **
      **            LAYOUT                                           **
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

       COPY XCWWPGWS REPLACING '$VAR1' BY 'ASICSTKU'.
      /
       COPY XCWWWKDT.
      /
      *****************
       LINKAGE SECTION.
      *****************

           EXEC SQL INCLUDE ACFWSTKU  END-EXEC.

           EXEC SQL INCLUDE ACFRSTKU  END-EXEC.

      /
       PROCEDURE DIVISION USING WSTKU-IO-WORK-AREA
                                RSTKU-REC-INFO.

      ***************
       0000-MAINLINE.
      ***************

           EVALUATE TRUE

               WHEN WSTKU-RQST-INIT-TBL-LAYOUT
                    PERFORM  1000-INIT-TBL-LAYOUT
                        THRU 1000-INIT-TBL-LAYOUT-X

               WHEN OTHER
                    SET  WSTKU-IO-ERROR      TO  TRUE

           END-EVALUATE.


           GOBACK.


       0000-MAINLINE-X.
           EXIT.


      **********************
       1000-INIT-TBL-LAYOUT.
      **********************

           MOVE SPACES           TO  RSTKU-REC-INFO.
           MOVE WSTKU-KEY        TO  RSTKU-KEY.


       1000-INIT-TBL-LAYOUT-X.
           EXIT.

      *****************************************************************
      **                 END OF PROGRAM ASICSTKU                     **
      *****************************************************************
