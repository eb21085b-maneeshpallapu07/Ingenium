      *************************
       IDENTIFICATION DIVISION.
      *************************

       PROGRAM-ID. ASICTOKV.

       COPY XCWWCRHT.

      *****************************************************************
      **  MEMBER :  ASICTOKV                                         **
      **  REMARKS:  INITIALIZE THE BANK ACCOUNT TOKEN VAULT TABLE    **
      **            LAYOUT                                           **
      *****************************************************************
      **  RELEASE   DESCRIPTION                                      **
      **                                                             **
864217**  15OCT26   CREATED FOR BANK ACCOUNT TOKENIZATION            **
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

       COPY XCWWPGWS REPLACING '$VAR1' BY 'ASICTOKV'.
      /
       COPY XCWWWKDT.
      /
      *****************
       LINKAGE SECTION.
      *****************

           EXEC SQL INCLUDE ACFWTOKV  END-EXEC.

           EXEC SQL INCLUDE ACFRTOKV  END-EXEC.

      /
       PROCEDURE DIVISION USING WTOKV-IO-WORK-AREA
                                RTOKV-REC-INFO.

      ***************
       0000-MAINLINE.
      ***************

           EVALUATE TRUE

               WHEN WTOKV-RQST-INIT-TBL-LAYOUT
                    PERFORM  1000-INIT-TBL-LAYOUT
                        THRU 1000-INIT-TBL-LAYOUT-X

               WHEN OTHER
                    SET  WTOKV-IO-ERROR      TO  TRUE

           END-EVALUATE.


           GOBACK.


       0000-MAINLINE-X.
           EXIT.


      **********************
       1000-INIT-TBL-LAYOUT.
      **********************

           MOVE SPACES           TO  RTOKV-REC-INFO.
           MOVE WTOKV-KEY        TO  RTOKV-KEY.


       1000-INIT-TBL-LAYOUT-X.
           EXIT.

      *****************************************************************
      **                 END OF PROGRAM ASICTOKV                     **
      *****************************************************************
