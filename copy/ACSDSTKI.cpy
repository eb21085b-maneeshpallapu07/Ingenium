      *****************************************************************
      **  MEMBER :  ACSDSTKI                                         **
      **  REMARKS:  FD FOR THE                                       **
      **            APPLICATION STICKER INVENTORY - THE RANGES OF    **
      **            PRE-PRINTED APPLICATION STICKERS ISSUED TO EACH  **
      **            SALES OFFICE                                     **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
756318**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       FD  STKI-DATA-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RSTKI-SEQ-REC-INFO.

      *****************************************************************
      **                 END OF COPYBOOK ACSDSTKI                    **
      *****************************************************************
