      *****************************************************************
      **  MEMBER :  ACSDACCF                                         **
      **  REMARKS:  FD FOR THE                                       **
      **            BRANCH ADDRESS/CONTACT CHANGE CONFIRMATION CARDS **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
318852**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       FD  ACCF-DATA-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RACCF-SEQ-REC-INFO.

      *****************************************************************
      **                 END OF COPYBOOK ACSDACCF                    **
      *****************************************************************
