      *****************************************************************
      **  MEMBER :  ACSSTHRF                                         **
      **  REMARKS:  SELECT/ASSIGN CLAUSE FOR THE                     **
      **            UNACKNOWLEDGED TARGET-HIT ELECTION               **
      **            FOLLOW-UP EXTRACT WRITTEN BY ASBM9518            **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
284617**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

           SELECT  THRF-DATA-FILE  ASSIGN       TO ACSTHRF
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS  IS
                                       WTHRF-SEQ-FILE-STATUS.

      *****************************************************************
      **                 END OF COPYBOOK ACSSTHRF                    **
      *****************************************************************
