      *****************************************************************
      **  MEMBER :  ACSSPLOB                                         **
      **  REMARKS:  SELECT/ASSIGN CLAUSE FOR THE                     **
      **            PLAN LINE-OF-BUSINESS MASTER - THE LINE OF       **
      **            BUSINESS AND GL PREMIUM INCOME ACCOUNT OF EACH   **
      **            PLAN                                             **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
846173**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

           SELECT  PLOB-DATA-FILE  ASSIGN       TO ACSPLOB
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS  IS
                                       WPLOB-SEQ-FILE-STATUS.

      *****************************************************************
      **                 END OF COPYBOOK ACSSPLOB                    **
      *****************************************************************
