      *****************************************************************
      **  MEMBER :  ACSDMVRH                                         **
      **  REMARKS:  FD FOR THE                                       **
      **            MVR UNDERWRITER REFERRAL FILE - ONE ROW PER      **
      **            DRIVING RECORD REFERRED, MERGED INTO THE WORK    **
      **            QUEUE                                            **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
951627**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       FD  MVRH-DATA-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 120 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RMVRH-SEQ-REC-INFO.

      *****************************************************************
      **                 END OF COPYBOOK ACSDMVRH                    **
      *****************************************************************
