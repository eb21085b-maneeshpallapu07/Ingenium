      *****************************************************************
      **  MEMBER :  ACSSECMX                                         **
      **  REMARKS:  SELECT/ASSIGN CLAUSE FOR THE                     **
      **            EARLY-CLAIM MATCH-BACK REGISTER - EACH CLAIM     **
      **            WITH THE UNDERWRITING PATH OF ITS APPLICATION    **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
731046**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

           SELECT  ECMX-DATA-FILE  ASSIGN       TO ACSECMX
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS  IS
                                       WECMX-SEQ-FILE-STATUS.

      *****************************************************************
      **                 END OF COPYBOOK ACSSECMX                    **
      *****************************************************************
