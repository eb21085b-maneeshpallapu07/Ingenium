      *****************************************************************
      **  MEMBER :  ACSRCDHL                                         **
      **  REMARKS:  RECORD LAYOUT FOR THE CARD DECLINE HOLD          **
      **            FILE - ONE ROW PER APPLICATION WHOSE             **
      **            INITIAL PREMIUM CARD AUTHORIZATION WAS           **
      **            DECLINED (ASBM9524).  DRAWS A PAYMENT-           **
      **            FAILURE LETTER (ASBM9421) AND IS MERGED          **
      **            INTO THE WORK QUEUE BY ASBM9428 AS HOLD          **
      **            TYPE CD                                          **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
386274**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       01  RCDHL-SEQ-REC-INFO.
           05  RCDHL-APP-ID                  PIC X(15).
           05  RCDHL-SO-NUM                  PIC X(03).
           05  RCDHL-BR-NUM                  PIC X(03).
           05  RCDHL-AUTH-AMT                PIC 9(13)V99.
           05  RCDHL-DECL-REASN-CD           PIC X(02).
           05  RCDHL-CARD-LAST4-NUM          PIC X(04).
           05  RCDHL-DETECT-DT               PIC 9(08).
           05  RCDHL-CLR-IND                 PIC X(01).
               88  RCDHL-CLEARED                   VALUE 'Y'.
               88  RCDHL-NOT-CLEARED               VALUE 'N'.
           05  FILLER                        PIC X(29).

      *****************************************************************
      **                 END OF COPYBOOK ACSRCDHL                    **
      *****************************************************************
