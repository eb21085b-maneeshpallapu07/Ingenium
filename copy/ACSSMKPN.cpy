      *****************************************************************
      **  MEMBER :  ACSSMKPN                                         **
      **  REMARKS:  SELECT/ASSIGN CLAUSE FOR THE                     **
      **            MARKETING CONSENT PREFERENCE FILE - NEXT         **
      **            GENERATION                                       **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
427063**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

           SELECT  MKPN-DATA-FILE  ASSIGN       TO ACSMKPN
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS  IS
                                       WMKPN-SEQ-FILE-STATUS.

      *****************************************************************
      **                 END OF COPYBOOK ACSSMKPN                    **
      *****************************************************************
