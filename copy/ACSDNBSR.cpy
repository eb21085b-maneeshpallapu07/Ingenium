      *****************************************************************
      **  MEMBER :  ACSDNBSR                                         **
      **  REMARKS:  FD FOR THE                                       **
      **            QUARTERLY STATUTORY NEW BUSINESS STATISTICAL     **
      **            RETURN - POLICY COUNTS, SUMS ASSURED AND         **
      **            ANNUALIZED PREMIUM BY PRODUCT LINE, CHANNEL,     **
      **            INSURED AGE BAND, SEX AND MOVEMENT               **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
645120**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       FD  NBSR-DATA-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 250 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RNBSR-SEQ-REC-INFO.

      *****************************************************************
      **                 END OF COPYBOOK ACSDNBSR                    **
      *****************************************************************
