      *****************************************************************
      **  MEMBER :  ACSSBRDX                                         **
      **  REMARKS:  SELECT/ASSIGN CLAUSE FOR THE                     **
      **            MONTHLY REINSURANCE PREMIUM BORDEREAU - ONE      **
      **            DETAIL PER CEDED COVERAGE SHARE AND ONE TOTAL    **
      **            PER REINSURER AND TREATY                         **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
805417**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

           SELECT  BRDX-DATA-FILE  ASSIGN       TO ACSBRDX
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS  IS
                                       WBRDX-SEQ-FILE-STATUS.

      *****************************************************************
      **                 END OF COPYBOOK ACSSBRDX                    **
      *****************************************************************
