      *****************************************************************
      **  MEMBER :  ACSSARCT                                         **
      **  REMARKS:  SELECT/ASSIGN CLAUSE FOR THE                     **
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

           SELECT  ARCT-DATA-FILE  ASSIGN       TO ACSARCT
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS  IS
                                       WARCT-SEQ-FILE-STATUS.

      *****************************************************************
      **                 END OF COPYBOOK ACSSARCT                    **
      *****************************************************************
