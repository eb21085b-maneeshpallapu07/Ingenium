      *****************************************************************
      **  MEMBER :  ACSSUFRI                                         **
      **  REMARKS:  SELECT/ASSIGN CLAUSE FOR THE                     **
      **            UNMAPPED APEX FIELD REGISTER (PRIOR              **
      **            GENERATION) - ONE ROW PER STRUCTURE AND          **
      **            FIELD NAME EVER SEEN WITHOUT A UFLD              **
      **            DEFINITION                                       **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
611203**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

           SELECT  UFRI-DATA-FILE  ASSIGN       TO ACSUFRI
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS  IS
                                       WUFRI-SEQ-FILE-STATUS.

      *****************************************************************
      **                 END OF COPYBOOK ACSSUFRI                    **
      *****************************************************************
