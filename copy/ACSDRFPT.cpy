      *****************************************************************
      **  MEMBER :  ACSDRFPT                                         **
      **  REMARKS:  FD FOR THE                                       **
      **            REFERRAL PARTNER MASTER - REFERRAL CODE TO       **
      **            PARTNER AND FEE SCHEDULE (ASBM9522, ASBM9523)    **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
271946**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       FD  RFPT-DATA-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RRFPT-SEQ-REC-INFO.

      *****************************************************************
      **                 END OF COPYBOOK ACSDRFPT                    **
      *****************************************************************
