      *****************************************************************
      **  MEMBER :  ACSDACPG                                         **
      **  REMARKS:  FD FOR THE                                       **
      **            ADDRESS/CONTACT CHANGE PROPOSAL FILE - NEXT      **
      **            GENERATION                                       **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
318852**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       FD  ACPG-DATA-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 450 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RACPG-SEQ-REC-INFO.

      *****************************************************************
      **                 END OF COPYBOOK ACSDACPG                    **
      *****************************************************************
