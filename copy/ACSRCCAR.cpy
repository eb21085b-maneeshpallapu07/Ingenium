      *****************************************************************
      **  MEMBER :  ACSRCCAR                                         **
      **  REMARKS:  RECORD LAYOUT FOR THE CARD AUTHORIZATION         **
      **            RESULT FILE - ONE ROW PER AUTHORIZATION          **
      **            REQUEST, APPROVED WITH THE GATEWAY'S             **
      **            REFERENCE NUMBER OR DECLINED WITH A              **
      **            REASON.  SORTED BY APPLICATION ID                **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
386274**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       01  RCCAR-SEQ-REC-INFO.
           05  RCCAR-APP-ID                  PIC X(15).
           05  RCCAR-AUTH-RSLT-CD            PIC X(01).
               88  RCCAR-AUTH-APPROVED             VALUE 'A'.
               88  RCCAR-AUTH-DECLINED             VALUE 'D'.
           05  RCCAR-AUTH-REF-NUM            PIC X(10).
           05  RCCAR-AUTH-AMT                PIC 9(13)V99.
           05  RCCAR-AUTH-DT                 PIC 9(08).
           05  RCCAR-DECL-REASN-CD           PIC X(02).
           05  RCCAR-CARD-LAST4-NUM          PIC X(04).
           05  FILLER                        PIC X(65).

      *****************************************************************
      **                 END OF COPYBOOK ACSRCCAR                    **
      *****************************************************************
