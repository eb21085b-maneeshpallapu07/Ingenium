      *****************************************************************
      **  MEMBER :  ACSDACPX                                         **
      **  REMARKS:  FD FOR THE                                       **
      **            ADDRESS/CONTACT CHANGE PROPOSAL FILE             **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
318852**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       FD  ACPX-DATA-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 450 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RACPX-SEQ-REC-INFO.

      *****************************************************************
      **                 END OF COPYBOOK ACSDACPX                    **
      *****************************************************************
