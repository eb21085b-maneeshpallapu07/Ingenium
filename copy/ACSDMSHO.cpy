      *****************************************************************
      **  MEMBER :  ACSDMSHO                                         **
      **  REMARKS:  FD FOR THE                                       **
      **            IMPORT MESSAGE DAILY HISTORY                     **
      **            (NEW GENERATION) WRITTEN BY ASBM9501             **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
703518**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       FD  MSHO-DATA-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RMSHO-SEQ-REC-INFO.

      *****************************************************************
      **                 END OF COPYBOOK ACSDMSHO                    **
      *****************************************************************
