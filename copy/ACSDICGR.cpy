      *****************************************************************
      **  MEMBER :  ACSDICGR                                         **
      **  REMARKS:  FD FOR THE                                       **
      **            IFRS 17 CONTRACT GROUPING RULE MASTER - THE      **
      **            PORTFOLIO AND PROFITABILITY GROUP BY PLAN,       **
      **            PRODUCT LINE AND CURRENCY, EFFECTIVE-DATED       **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
572903**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       FD  ICGR-DATA-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RICGR-SEQ-REC-INFO.

      *****************************************************************
      **                 END OF COPYBOOK ACSDICGR                    **
      *****************************************************************
