      *****************************************************************
      **  MEMBER :  ACSDRFFX                                         **
      **  REMARKS:  FD FOR THE                                       **
      **            MONTHLY REFERRAL FEE EXTRACT FOR THE PARTNER     **
      **            MANAGERS (ASBM9523)                              **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
271946**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       FD  RFFX-DATA-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 160 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RRFFX-SEQ-REC-INFO.

      *****************************************************************
      **                 END OF COPYBOOK ACSDRFFX                    **
      *****************************************************************
