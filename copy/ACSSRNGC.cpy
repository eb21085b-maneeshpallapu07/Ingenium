      *****************************************************************
      **  MEMBER :  ACSSRNGC                                         **
      **  REMARKS:  SELECT/ASSIGN CLAUSE FOR THE                     **
      **            POLICY NUMBER RANGE ALLOCATION CARD FILE         **
      **            (ASBM9502)                                       **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
741962**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

           SELECT  RNGC-DATA-FILE  ASSIGN       TO ACSRNGC
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS  IS
                                       WRNGC-SEQ-FILE-STATUS.

      *****************************************************************
      **                 END OF COPYBOOK ACSSRNGC                    **
      *****************************************************************
