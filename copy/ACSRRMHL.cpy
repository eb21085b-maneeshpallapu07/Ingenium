      *****************************************************************
      **  MEMBER :  ACSRRMHL                                         **
      **  REMARKS:  RECORD LAYOUT FOR THE RETURNED-MAIL HOLD         **
      **            FILE - ONE ROW PER RETURNED PIECE MATCHED TO     **
      **            AN APPLICATION.  AN UNCLEARED ROW HOLDS THE      **
      **            APPLICATION FROM FURTHER MAILINGS AND IS A       **
      **            WORK ITEM FOR THE SERVICING BRANCH TO            **
      **            CORRECT THE ADDRESS                              **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
927461**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       01  RRMHL-SEQ-REC-INFO.
           05  RRMHL-APP-ID                  PIC X(15).
           05  RRMHL-POL-ID                  PIC X(10).
           05  RRMHL-BR-NUM                  PIC X(03).
           05  RRMHL-SO-NUM                  PIC X(03).
           05  RRMHL-LETTER-TYP-CD           PIC X(01).
           05  RRMHL-RTRN-REASN-CD           PIC X(02).
           05  RRMHL-RTRN-DT                 PIC 9(08).
           05  RRMHL-PSTL-CD                 PIC X(08).
           05  RRMHL-ADDR-LN-TXT             PIC X(40).
           05  RRMHL-VNDR-REF-NUM            PIC X(12).
           05  RRMHL-DETECT-DT               PIC 9(08).
           05  RRMHL-CLR-IND                 PIC X(01).
               88  RRMHL-CLEARED                   VALUE 'Y'.
               88  RRMHL-NOT-CLEARED               VALUE 'N'.
           05  FILLER                        PIC X(09).

      *****************************************************************
      **                 END OF COPYBOOK ACSRRMHL                    **
      *****************************************************************
