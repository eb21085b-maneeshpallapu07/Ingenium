      *****************************************************************
      **  MEMBER :  ACSSTHRX                                         **
      **  REMARKS:  SELECT/ASSIGN CLAUSE FOR THE                     **
      **            TARGET-HIT CONVERSION REGISTER FEED              **
      **            WRITTEN BY ASBM9517, READ BY ASBM9518            **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
284617**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

           SELECT  THRX-DATA-FILE  ASSIGN       TO ACSTHRX
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS  IS
                                       WTHRX-SEQ-FILE-STATUS.

      *****************************************************************
      **                 END OF COPYBOOK ACSSTHRX                    **
      *****************************************************************
