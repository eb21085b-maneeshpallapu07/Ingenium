      *****************************************************************
      **  MEMBER :  ACSDARCT                                         **
      **  REMARKS:  FD FOR THE                                       **
      **            TOKENIZED UPLOAD ARCHIVE FILE.  THE NEW          **
      **            ARCHIVE GENERATION WRITTEN WHEN THE EXISTING     **
      **            ARCV ARCHIVE IS CONVERTED TO TOKENIZED BANK      **
      **            ACCOUNT NUMBERS.                                 **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
864217**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       FD  ARCT-DATA-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 1517 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RARCT-SEQ-REC-INFO.

      *****************************************************************
      **                 END OF COPYBOOK ACSDARCT                    **
      *****************************************************************
