      *****************************************************************
      **  MEMBER :  ACSSSMRP                                         **
      **  REMARKS:  SELECT/ASSIGN CLAUSE FOR THE                     **
      **            MONTHLY SALES MATERIAL COMPLIANCE REPORT         **
      **            (ASBM9538)                                       **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
529417**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

           SELECT  SMRP-DATA-FILE  ASSIGN       TO ACSSMRP
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS  IS
                                       WSMRP-SEQ-FILE-STATUS.

      *****************************************************************
      **                 END OF COPYBOOK ACSSSMRP                    **
      *****************************************************************
