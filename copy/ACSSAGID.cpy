      *****************************************************************
      **  MEMBER :  ACSSAGID                                         **
      **  REMARKS:  SELECT/ASSIGN CLAUSE FOR THE                     **
      **            AGENT IDENTITY MASTER FEED                       **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
517342**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

           SELECT  AGID-DATA-FILE  ASSIGN       TO ACSAGID
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS  IS
                                       WAGID-SEQ-FILE-STATUS.

      *****************************************************************
      **                 END OF COPYBOOK ACSSAGID                    **
      *****************************************************************
