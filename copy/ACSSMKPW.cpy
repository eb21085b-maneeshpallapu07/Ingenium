      *****************************************************************
      **  MEMBER :  ACSSMKPW                                         **
      **  REMARKS:  SELECT/ASSIGN CLAUSE FOR THE                     **
      **            MARKETING CONSENT WORK FILE - ONE ROW PER        **
      **            UPLOADED OWNER OR INSURED WHO ANSWERED A         **
      **            CONSENT QUESTION                                 **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
427063**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

           SELECT  MKPW-DATA-FILE  ASSIGN       TO ACSMKPW
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS  IS
                                       WMKPW-SEQ-FILE-STATUS.

      *****************************************************************
      **                 END OF COPYBOOK ACSSMKPW                    **
      *****************************************************************
