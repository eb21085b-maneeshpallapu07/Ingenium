      *************************
       IDENTIFICATION DIVISION.
      *************************

       PROGRAM-ID. ASICPNRG.

       COPY XCWWCRHT.

      *****************************************************************
      **  MEMBER :  ASICPNRG                                         **
      **  REMARKS:  INITIALIZE THE POLICY NUMBER RANGE TABLE LAYOUT  **
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

       COPY XCWWPGWS REPLACING '$VAR1' BY 'ASICPNRG'.
      /
       COPY XCWWWKDT.
      /
      *****************
       LINKAGE SECTION.
      *****************

           EXEC SQL INCLUDE ACFWPNRG  END-EXEC.

           EXEC SQL INCLUDE ACFRPNRG  END-EXEC.

      /
       PROCEDURE DIVISION USING WPNRG-IO-WORK-AREA
                                RPNRG-REC-INFO.

      ***************
       0000-MAINLINE.
      ***************

           EVALUATE TRUE

               WHEN WPNRG-RQST-INIT-TBL-LAYOUT
                    PERFORM  1000-INIT-TBL-LAYOUT
                        THRU 1000-INIT-TBL-LAYOUT-X

               WHEN OTHER
                    SET  WPNRG-IO-ERROR      TO  TRUE

           END-EVALUATE.


           GOBACK.


       0000-MAINLINE-X.
           EXIT.


      **********************
       1000-INIT-TBL-LAYOUT.
      **********************

           MOVE SPACES           TO  RPNRG-REC-INFO.
           MOVE ZERO             TO  RPNRG-RNG-LOW-NUM
                                     RPNRG-RNG-HIGH-NUM
                                     RPNRG-HWM-NUM
                                     RPNRG-WARN-DAYS
                                     RPNRG-PROJ-DAYS-LEFT.
           SET  RPNRG-RNG-STAT-ACTIVE    TO  TRUE.
           MOVE WPNRG-KEY        TO  RPNRG-KEY.


       1000-INIT-TBL-LAYOUT-X.
           EXIT.

      *****************************************************************
      **                 END OF PROGRAM ASICPNRG                     **
      *****************************************************************
