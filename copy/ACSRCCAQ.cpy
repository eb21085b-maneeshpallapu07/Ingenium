      *****************************************************************
      **  MEMBER :  ACSRCCAQ                                         **
      **  REMARKS:  RECORD LAYOUT FOR THE CARD AUTHORIZATION         **
      **            REQUEST FILE - ONE DETAIL PER APPLICATION        **
      **            PAYING ITS INITIAL PREMIUM BY CREDIT CARD,       **
      **            BETWEEN A HEADER AND A COUNT/AMOUNT TRAILER      **
      **            THE PAYMENT GATEWAY BALANCES BEFORE IT           **
      **            AUTHORIZES.  THE GATEWAY HOLDS THE CARD          **
      **            AGAINST THE APPLICATION ID FROM THE ONLINE       **
      **            APPLICATION - NO CARD NUMBER IS CARRIED HERE     **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
386274**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       01  RCCAQ-SEQ-REC-INFO.
           05  RCCAQ-REC-TYP-CD              PIC X(01).
               88  RCCAQ-REC-TYP-HEADER            VALUE 'H'.
               88  RCCAQ-REC-TYP-DETAIL            VALUE 'D'.
               88  RCCAQ-REC-TYP-TRAILER           VALUE 'T'.
           05  RCCAQ-REC-DATA                PIC X(119).
           05  RCCAQ-HEADER-DATA             REDEFINES RCCAQ-REC-DATA.
               10  RCCAQ-HDR-SRC-SYS-CD      PIC X(08).
               10  RCCAQ-HDR-COMPANY-CODE    PIC X(02).
               10  RCCAQ-HDR-CREATE-DT       PIC 9(08).
               10  FILLER                    PIC X(101).
           05  RCCAQ-DETAIL-DATA             REDEFINES RCCAQ-REC-DATA.
               10  RCCAQ-APP-ID              PIC X(15).
               10  RCCAQ-AUTH-AMT            PIC 9(13)V99.
               10  RCCAQ-CRCY-CD             PIC X(02).
               10  RCCAQ-PYMT-MODE-CD        PIC X(15).
               10  RCCAQ-APP-UPLD-DT         PIC X(10).
               10  RCCAQ-RQST-DT             PIC 9(08).
               10  FILLER                    PIC X(54).
           05  RCCAQ-TRAILER-DATA            REDEFINES RCCAQ-REC-DATA.
               10  RCCAQ-TRL-DETAIL-CNT      PIC 9(07).
               10  RCCAQ-TRL-AUTH-AMT        PIC 9(15)V99.
               10  FILLER                    PIC X(95).

      *****************************************************************
      **                 END OF COPYBOOK ACSRCCAQ                    **
      *****************************************************************
