      *****************************************************************
      **  MEMBER :  ACSDSMAT                                         **
      **  REMARKS:  FD FOR THE                                       **
      **            APPROVED SALES MATERIAL REGISTRY                 **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
529417**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       FD  SMAT-DATA-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RSMAT-SEQ-REC-INFO.

      *****************************************************************
      **                 END OF COPYBOOK ACSDSMAT                    **
      *****************************************************************
