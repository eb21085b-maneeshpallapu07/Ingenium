      *****************************************************************
      **  MEMBER :  ACSRSTKI                                         **
      **  REMARKS:  RECORD LAYOUT FOR THE APPLICATION STICKER        **
      **            INVENTORY.  ONE ROW PER RANGE OF PRE-PRINTED     **
      **            APPLICATION STICKERS (STCKR-ID) ISSUED TO A SALES**
      **            OFFICE (RUPOL-SO-NUM) ON A GIVEN DATE.  RANGES ARE**
      **            HELD AS THE ELEVEN-DIGIT STICKER NUMBER, LOW AND **
      **            HIGH INCLUSIVE, AND MUST NOT OVERLAP WITHIN A    **
      **            COMPANY                                          **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
756318**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       01  RSTKI-SEQ-REC-INFO.
           05  RSTKI-CO-ID               PIC X(02).
           05  RSTKI-SO-NUM              PIC X(03).
           05  RSTKI-STCKR-LOW-NUM       PIC 9(11).
           05  RSTKI-STCKR-HIGH-NUM      PIC 9(11).
           05  RSTKI-ISSUE-DT            PIC X(10).
           05  RSTKI-ISSUE-USER-ID       PIC X(08).
           05  FILLER                    PIC X(35).

      *****************************************************************
      **                 END OF COPYBOOK ACSRSTKI                    **
      *****************************************************************
