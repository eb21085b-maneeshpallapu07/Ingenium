      *****************************************************************
      **  MEMBER :  ACSSPAIF                                         **
      **  REMARKS:  SELECT/ASSIGN CLAUSE FOR THE                     **
      **            POLICY ADMINISTRATION IN-FORCE EXTRACT           **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
903318**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

           SELECT  PAIF-DATA-FILE  ASSIGN       TO ACSPAIF
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS  IS
                                       WPAIF-SEQ-FILE-STATUS.

      *****************************************************************
      **                 END OF COPYBOOK ACSSPAIF                    **
      *****************************************************************
