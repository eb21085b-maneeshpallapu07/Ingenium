      *****************************************************************
      **  MEMBER :  ACSDRNGC                                         **
      **  REMARKS:  FD FOR THE                                       **
      **            POLICY NUMBER RANGE ALLOCATION CARD FILE         **
      **            (ASBM9502)                                       **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
741962**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       FD  RNGC-DATA-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RRNGC-SEQ-REC-INFO.

      *****************************************************************
      **                 END OF COPYBOOK ACSDRNGC                    **
      *****************************************************************
