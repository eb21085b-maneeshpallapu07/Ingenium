      *****************************************************************
      **  MEMBER :  ACSDMKPN                                         **
      **  REMARKS:  FD FOR THE                                       **
      **            MARKETING CONSENT PREFERENCE FILE - NEXT         **
      **            GENERATION                                       **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
427063**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       FD  MKPN-DATA-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 110 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RMKPN-SEQ-REC-INFO.

      *****************************************************************
      **                 END OF COPYBOOK ACSDMKPN                    **
      *****************************************************************
