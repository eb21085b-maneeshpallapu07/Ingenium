      *****************************************************************
      **  MEMBER :  ACSRMKPN                                         **
      **  REMARKS:  RECORD LAYOUT FOR THE NEXT GENERATION OF THE     **
      **            MARKETING CONSENT PREFERENCE FILE - SAME         **
      **            LAYOUT AS ACSRMKPM                               **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
427063**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       01  RMKPN-SEQ-REC-INFO            PIC X(110).

      *****************************************************************
      **                 END OF COPYBOOK ACSRMKPN                    **
      *****************************************************************
