      *****************************************************************
      **  MEMBER :  ACSSCSMI                                         **
      **  REMARKS:  SELECT/ASSIGN CLAUSE FOR THE                     **
      **            REINSURANCE CESSION MASTER (OLD GENERATION) READ **
      **            BY THE ASBM9505 MONTHLY BORDEREAU                **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
805417**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

           SELECT  CSMI-DATA-FILE  ASSIGN       TO ACSCSMI
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS  IS
                                       WCSMI-SEQ-FILE-STATUS.

      *****************************************************************
      **                 END OF COPYBOOK ACSSCSMI                    **
      *****************************************************************
