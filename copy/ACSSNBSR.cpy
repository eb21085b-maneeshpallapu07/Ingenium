      *****************************************************************
      **  MEMBER :  ACSSNBSR                                         **
      **  REMARKS:  SELECT/ASSIGN CLAUSE FOR THE                     **
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

           SELECT  NBSR-DATA-FILE  ASSIGN       TO ACSNBSR
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS  IS
                                       WNBSR-SEQ-FILE-STATUS.

      *****************************************************************
      **                 END OF COPYBOOK ACSSNBSR                    **
      *****************************************************************
