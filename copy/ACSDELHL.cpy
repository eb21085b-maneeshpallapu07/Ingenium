      *****************************************************************
      **  MEMBER :  ACSDELHL                                         **
      **  REMARKS:  FD FOR THE                                       **
      **            ELDERLY APPLICANT PROTECTION HOLD FILE           **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
263951**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       FD  ELHL-DATA-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RELHL-SEQ-REC-INFO.

      *****************************************************************
      **                 END OF COPYBOOK ACSDELHL                    **
      *****************************************************************
