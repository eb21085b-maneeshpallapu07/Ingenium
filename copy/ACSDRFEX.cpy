      *****************************************************************
      **  MEMBER :  ACSDRFEX                                         **
      **  REMARKS:  FD FOR THE                                       **
      **            REFERRAL CODE EXCEPTION LIST - UNKNOWN, EXPIRED  **
      **            OR NOT YET EFFECTIVE CODES SEEN AT IMPORT        **
      **            (ASBM9522)                                       **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
271946**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       FD  RFEX-DATA-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RRFEX-SEQ-REC-INFO.

      *****************************************************************
      **                 END OF COPYBOOK ACSDRFEX                    **
      *****************************************************************
