      *****************************************************************
      **  MEMBER :  ACSRACPG                                         **
      **  REMARKS:  RECORD LAYOUT FOR THE NEXT GENERATION OF THE     **
      **            ADDRESS/CONTACT CHANGE PROPOSAL FILE - THE ACPX  **
      **            ROW WITH THE BRANCH DECISIONS APPLIED            **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
318852**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       01  RACPG-SEQ-REC-INFO            PIC X(450).

      *****************************************************************
      **                 END OF COPYBOOK ACSRACPG                    **
      *****************************************************************
