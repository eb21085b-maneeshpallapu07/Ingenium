      *****************************************************************
      **  MEMBER :  ACSRACAP                                         **
      **  REMARKS:  RECORD LAYOUT FOR THE CONFIRMED ADDRESS/CONTACT  **
      **            CHANGE FILE FOR POLICY SERVICE - THE ACPX H AND  **
      **            P ROWS OF EACH PROPOSAL THE BRANCH CONFIRMED     **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
318852**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       01  RACAP-SEQ-REC-INFO            PIC X(450).

      *****************************************************************
      **                 END OF COPYBOOK ACSRACAP                    **
      *****************************************************************
