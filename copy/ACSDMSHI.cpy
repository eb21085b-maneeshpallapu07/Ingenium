      *****************************************************************
      **  MEMBER :  ACSDMSHI                                         **
      **  REMARKS:  FD FOR THE                                       **
      **            IMPORT MESSAGE DAILY HISTORY                     **
      **            (PRIOR GENERATION) - ONE ROW PER                 **
      **            COMPANY, MESSAGE DATE AND SOURCE                 **
      **            APEX FIELD NAME                                  **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
703518**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       FD  MSHI-DATA-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RMSHI-SEQ-REC-INFO.

      *****************************************************************
      **                 END OF COPYBOOK ACSDMSHI                    **
      *****************************************************************
