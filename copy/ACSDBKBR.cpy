      *****************************************************************
      **  MEMBER :  ACSDBKBR                                         **
      **  REMARKS:  FD FOR THE                                       **
      **            BANK/BRANCH MASTER FROM THE BANKING              **
      **            ASSOCIATION WITH MERGE AND CLOSURE STATUS        **
      **            (ASRUBKBR)                                       **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
528093**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       FD  BKBR-DATA-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RBKBR-SEQ-REC-INFO.

      *****************************************************************
      **                 END OF COPYBOOK ACSDBKBR                    **
      *****************************************************************
