      *****************************************************************
      **  MEMBER :  ACSSICGR                                         **
      **  REMARKS:  SELECT/ASSIGN CLAUSE FOR THE                     **
      **            IFRS 17 CONTRACT GROUPING RULE MASTER - THE      **
      **            PORTFOLIO AND PROFITABILITY GROUP BY PLAN,       **
      **            PRODUCT LINE AND CURRENCY, EFFECTIVE-DATED       **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
572903**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

           SELECT  ICGR-DATA-FILE  ASSIGN       TO ACSICGR
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS  IS
                                       WICGR-SEQ-FILE-STATUS.

      *****************************************************************
      **                 END OF COPYBOOK ACSSICGR                    **
      *****************************************************************
