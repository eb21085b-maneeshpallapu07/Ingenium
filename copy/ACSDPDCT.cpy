      *****************************************************************
      **  MEMBER :  ACSDPDCT                                         **
      **  REMARKS:  FD FOR THE                                       **
      **            PREMIUM DEDUCTION CATEGORY MASTER - PLAN TO      **
      **            DEDUCTION CATEGORY (ASBM9520)                    **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
613058**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       FD  PDCT-DATA-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RPDCT-SEQ-REC-INFO.

      *****************************************************************
      **                 END OF COPYBOOK ACSDPDCT                    **
      *****************************************************************
