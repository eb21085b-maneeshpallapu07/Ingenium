      *****************************************************************
      **  MEMBER :  ACSSRFFX                                         **
      **  REMARKS:  SELECT/ASSIGN CLAUSE FOR THE                     **
      **            MONTHLY REFERRAL FEE EXTRACT FOR THE PARTNER     **
      **            MANAGERS (ASBM9523)                              **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
271946**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

           SELECT  RFFX-DATA-FILE  ASSIGN       TO ACSRFFX
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS  IS
                                       WRFFX-SEQ-FILE-STATUS.

      *****************************************************************
      **                 END OF COPYBOOK ACSSRFFX                    **
      *****************************************************************
