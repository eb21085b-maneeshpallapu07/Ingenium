      *****************************************************************
      **  MEMBER :  ACSSMSHO                                         **
      **  REMARKS:  SELECT/ASSIGN CLAUSE FOR THE                     **
      **            IMPORT MESSAGE DAILY HISTORY                     **
      **            (NEW GENERATION) WRITTEN BY ASBM9501             **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
703518**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

           SELECT  MSHO-DATA-FILE  ASSIGN       TO ACSMSHO
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS  IS
                                       WMSHO-SEQ-FILE-STATUS.

      *****************************************************************
      **                 END OF COPYBOOK ACSSMSHO                    **
      *****************************************************************
