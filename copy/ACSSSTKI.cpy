      *****************************************************************
      **  MEMBER :  ACSSSTKI                                         **
      **  REMARKS:  SELECT/ASSIGN CLAUSE FOR THE                     **
      **            APPLICATION STICKER INVENTORY - THE RANGES OF    **
      **            PRE-PRINTED APPLICATION STICKERS ISSUED TO EACH  **
      **            SALES OFFICE                                     **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
756318**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

           SELECT  STKI-DATA-FILE  ASSIGN       TO ACSSTKI
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS  IS
                                       WSTKI-SEQ-FILE-STATUS.

      *****************************************************************
      **                 END OF COPYBOOK ACSSSTKI                    **
      *****************************************************************
