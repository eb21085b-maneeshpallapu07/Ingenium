      *****************************************************************
      **  MEMBER :  ACSSICGI                                         **
      **  REMARKS:  SELECT/ASSIGN CLAUSE FOR THE                     **
      **            IFRS 17 CONTRACT GROUP REGISTER (PRIOR           **
      **            GENERATION) - ONE ROW PER ASSIGNMENT OF AN       **
      **            ISSUED POLICY, WITH ITS RECLASSIFICATION HISTORY **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
572903**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

           SELECT  ICGI-DATA-FILE  ASSIGN       TO ACSICGI
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS  IS
                                       WICGI-SEQ-FILE-STATUS.

      *****************************************************************
      **                 END OF COPYBOOK ACSSICGI                    **
      *****************************************************************
