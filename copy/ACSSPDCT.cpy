      *****************************************************************
      **  MEMBER :  ACSSPDCT                                         **
      **  REMARKS:  SELECT/ASSIGN CLAUSE FOR THE                     **
      **            PREMIUM DEDUCTION CATEGORY MASTER - PLAN TO      **
      **            DEDUCTION CATEGORY (ASBM9520)                    **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
613058**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

           SELECT  PDCT-DATA-FILE  ASSIGN       TO ACSPDCT
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS  IS
                                       WPDCT-SEQ-FILE-STATUS.

      *****************************************************************
      **                 END OF COPYBOOK ACSSPDCT                    **
      *****************************************************************
