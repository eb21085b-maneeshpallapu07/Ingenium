      *****************************************************************
      **  MEMBER :  ACSSMVRH                                         **
      **  REMARKS:  SELECT/ASSIGN CLAUSE FOR THE                     **
      **            MVR UNDERWRITER REFERRAL FILE - ONE ROW PER      **
      **            DRIVING RECORD REFERRED, MERGED INTO THE WORK    **
      **            QUEUE                                            **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
951627**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

           SELECT  MVRH-DATA-FILE  ASSIGN       TO ACSMVRH
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS  IS
                                       WMVRH-SEQ-FILE-STATUS.

      *****************************************************************
      **                 END OF COPYBOOK ACSSMVRH                    **
      *****************************************************************
