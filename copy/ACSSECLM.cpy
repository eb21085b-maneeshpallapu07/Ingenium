      *****************************************************************
      **  MEMBER :  ACSSECLM                                         **
      **  REMARKS:  SELECT/ASSIGN CLAUSE FOR THE                     **
      **            EARLY-CLAIM FILE FROM THE CLAIMS SYSTEM - CLAIMS **
      **            INCURRED IN THE CONTESTABLE PERIOD               **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
731046**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

           SELECT  ECLM-DATA-FILE  ASSIGN       TO ACSECLM
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS  IS
                                       WECLM-SEQ-FILE-STATUS.

      *****************************************************************
      **                 END OF COPYBOOK ACSSECLM                    **
      *****************************************************************
