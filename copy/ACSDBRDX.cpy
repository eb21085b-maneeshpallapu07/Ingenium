      *****************************************************************
      **  MEMBER :  ACSDBRDX                                         **
      **  REMARKS:  FD FOR THE                                       **
      **            MONTHLY REINSURANCE PREMIUM BORDEREAU - ONE      **
      **            DETAIL PER CEDED COVERAGE SHARE AND ONE TOTAL    **
      **            PER REINSURER AND TREATY                         **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
805417**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       FD  BRDX-DATA-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 150 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RBRDX-SEQ-REC-INFO.

      *****************************************************************
      **                 END OF COPYBOOK ACSDBRDX                    **
      *****************************************************************
