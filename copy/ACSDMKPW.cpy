      *****************************************************************
      **  MEMBER :  ACSDMKPW                                         **
      **  REMARKS:  FD FOR THE                                       **
      **            MARKETING CONSENT WORK FILE - ONE ROW PER        **
      **            UPLOADED OWNER OR INSURED WHO ANSWERED A         **
      **            CONSENT QUESTION                                 **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
427063**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       FD  MKPW-DATA-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RMKPW-SEQ-REC-INFO.

      *****************************************************************
      **                 END OF COPYBOOK ACSDMKPW                    **
      *****************************************************************
