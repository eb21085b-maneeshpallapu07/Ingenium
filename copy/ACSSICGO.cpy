      *****************************************************************
      **  MEMBER :  ACSSICGO                                         **
      **  REMARKS:  SELECT/ASSIGN CLAUSE FOR THE                     **
      **            IFRS 17 CONTRACT GROUP REGISTER (NEW             **
      **            GENERATION) - ONE ROW PER ASSIGNMENT OF AN       **
      **            ISSUED POLICY, WITH ITS RECLASSIFICATION HISTORY **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
572903**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

           SELECT  ICGO-DATA-FILE  ASSIGN       TO ACSICGO
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS  IS
                                       WICGO-SEQ-FILE-STATUS.

      *****************************************************************
      **                 END OF COPYBOOK ACSSICGO                    **
      *****************************************************************
