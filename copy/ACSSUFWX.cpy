      *****************************************************************
      **  MEMBER :  ACSSUFWX                                         **
      **  REMARKS:  SELECT/ASSIGN CLAUSE FOR THE                     **
      **            WEEKLY NEW / STILL-UNRESOLVED UNMAPPED           **
      **            APEX FIELD REPORT EXTRACT WRITTEN BY             **
      **            ASBM9500                                         **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
611203**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

           SELECT  UFWX-DATA-FILE  ASSIGN       TO ACSUFWX
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS  IS
                                       WUFWX-SEQ-FILE-STATUS.

      *****************************************************************
      **                 END OF COPYBOOK ACSSUFWX                    **
      *****************************************************************
