      *****************************************************************
      **  MEMBER :  ACSSRFEX                                         **
      **  REMARKS:  SELECT/ASSIGN CLAUSE FOR THE                     **
      **            REFERRAL CODE EXCEPTION LIST - UNKNOWN, EXPIRED  **
      **            OR NOT YET EFFECTIVE CODES SEEN AT IMPORT        **
      **            (ASBM9522)                                       **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
271946**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

           SELECT  RFEX-DATA-FILE  ASSIGN       TO ACSRFEX
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS  IS
                                       WRFEX-SEQ-FILE-STATUS.

      *****************************************************************
      **                 END OF COPYBOOK ACSSRFEX                    **
      *****************************************************************
