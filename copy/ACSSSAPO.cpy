      *****************************************************************
      **  MEMBER :  ACSSSAPO                                         **
      **  REMARKS:  SELECT/ASSIGN CLAUSE FOR THE                     **
      **            SEPARATE ACCOUNT FUND PURCHASE ORDER FEED - ONE  **
      **            ROW PER ISSUED POLICY AND FUND, WITH A TRAILER   **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
692518**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

           SELECT  SAPO-DATA-FILE  ASSIGN       TO ACSSAPO
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS  IS
                                       WSAPO-SEQ-FILE-STATUS.

      *****************************************************************
      **                 END OF COPYBOOK ACSSSAPO                    **
      *****************************************************************
