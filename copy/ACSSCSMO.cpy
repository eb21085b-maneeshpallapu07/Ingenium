      *****************************************************************
      **  MEMBER :  ACSSCSMO                                         **
      **  REMARKS:  SELECT/ASSIGN CLAUSE FOR THE                     **
      **            REINSURANCE CESSION MASTER (NEW GENERATION)      **
      **            WRITTEN BY THE ASBM9505 MONTHLY BORDEREAU        **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
805417**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

           SELECT  CSMO-DATA-FILE  ASSIGN       TO ACSCSMO
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS  IS
                                       WCSMO-SEQ-FILE-STATUS.

      *****************************************************************
      **                 END OF COPYBOOK ACSSCSMO                    **
      *****************************************************************
