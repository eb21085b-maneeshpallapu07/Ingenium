      *****************************************************************
      **  MEMBER :  ACSDECLM                                         **
      **  REMARKS:  FD FOR THE                                       **
      **            EARLY-CLAIM FILE FROM THE CLAIMS SYSTEM - CLAIMS **
      **            INCURRED IN THE CONTESTABLE PERIOD               **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
731046**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       FD  ECLM-DATA-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RECLM-SEQ-REC-INFO.

      *****************************************************************
      **                 END OF COPYBOOK ACSDECLM                    **
      *****************************************************************
