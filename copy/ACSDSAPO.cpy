      *****************************************************************
      **  MEMBER :  ACSDSAPO                                         **
      **  REMARKS:  FD FOR THE                                       **
      **            SEPARATE ACCOUNT FUND PURCHASE ORDER FEED - ONE  **
      **            ROW PER ISSUED POLICY AND FUND, WITH A TRAILER   **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
692518**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       FD  SAPO-DATA-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 150 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RSAPO-SEQ-REC-INFO.

      *****************************************************************
      **                 END OF COPYBOOK ACSDSAPO                    **
      *****************************************************************
