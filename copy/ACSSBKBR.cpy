      *****************************************************************
      **  MEMBER :  ACSSBKBR                                         **
      **  REMARKS:  SELECT/ASSIGN CLAUSE FOR THE                     **
      **            BANK/BRANCH MASTER FROM THE BANKING              **
      **            ASSOCIATION WITH MERGE AND CLOSURE STATUS        **
      **            (ASRUBKBR)                                       **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
528093**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

           SELECT  BKBR-DATA-FILE  ASSIGN       TO ACSBKBR
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS  IS
                                       WBKBR-SEQ-FILE-STATUS.

      *****************************************************************
      **                 END OF COPYBOOK ACSSBKBR                    **
      *****************************************************************
