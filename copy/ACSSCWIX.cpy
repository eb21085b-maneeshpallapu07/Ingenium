      *****************************************************************
      **  MEMBER :  ACSSCWIX                                         **
      **  REMARKS:  SELECT/ASSIGN CLAUSE FOR THE                     **
      **            MONTHLY CWA INTEREST EXTRACT WRITTEN BY          **
      **            ASBM9536                                         **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
527308**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

           SELECT  CWIX-DATA-FILE  ASSIGN       TO ACSCWIX
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS  IS
                                       WCWIX-SEQ-FILE-STATUS.

      *****************************************************************
      **                 END OF COPYBOOK ACSSCWIX                    **
      *****************************************************************
