      *****************************************************************
      **  MEMBER :  ACSDPLOB                                         **
      **  REMARKS:  FD FOR THE                                       **
      **            PLAN LINE-OF-BUSINESS MASTER - THE LINE OF       **
      **            BUSINESS AND GL PREMIUM INCOME ACCOUNT OF EACH   **
      **            PLAN                                             **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
846173**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       FD  PLOB-DATA-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RPLOB-SEQ-REC-INFO.

      *****************************************************************
      **                 END OF COPYBOOK ACSDPLOB                    **
      *****************************************************************
