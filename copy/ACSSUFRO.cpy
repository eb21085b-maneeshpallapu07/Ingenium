      *****************************************************************
      **  MEMBER :  ACSSUFRO                                         **
      **  REMARKS:  SELECT/ASSIGN CLAUSE FOR THE                     **
      **            UNMAPPED APEX FIELD REGISTER (NEW                **
      **            GENERATION) WRITTEN BY ASBM9500                  **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
611203**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

           SELECT  UFRO-DATA-FILE  ASSIGN       TO ACSUFRO
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS  IS
                                       WUFRO-SEQ-FILE-STATUS.

      *****************************************************************
      **                 END OF COPYBOOK ACSSUFRO                    **
      *****************************************************************
