      *****************************************************************
      **  MEMBER :  ACSSRFPT                                         **
      **  REMARKS:  SELECT/ASSIGN CLAUSE FOR THE                     **
      **            REFERRAL PARTNER MASTER - REFERRAL CODE TO       **
      **            PARTNER AND FEE SCHEDULE (ASBM9522, ASBM9523)    **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
271946**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

           SELECT  RFPT-DATA-FILE  ASSIGN       TO ACSRFPT
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS  IS
                                       WRFPT-SEQ-FILE-STATUS.

      *****************************************************************
      **                 END OF COPYBOOK ACSSRFPT                    **
      *****************************************************************
