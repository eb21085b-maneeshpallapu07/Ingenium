      *****************************************************************
      **  MEMBER :  ACSDMKPM                                         **
      **  REMARKS:  FD FOR THE                                       **
      **            MARKETING CONSENT PREFERENCE FILE - CURRENT      **
      **            GENERATION, ONE ROW PER CLIENT                   **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
427063**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       FD  MKPM-DATA-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 110 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RMKPM-SEQ-REC-INFO.

      *****************************************************************
      **                 END OF COPYBOOK ACSDMKPM                    **
      *****************************************************************
