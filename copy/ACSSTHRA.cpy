      *****************************************************************
      **  MEMBER :  ACSSTHRA                                         **
      **  REMARKS:  SELECT/ASSIGN CLAUSE FOR THE                     **
      **            TARGET-HIT ELECTION ACKNOWLEDGEMENTS             **
      **            FROM THE POLICY ADMINISTRATION SYSTEM            **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
284617**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

           SELECT  THRA-DATA-FILE  ASSIGN       TO ACSTHRA
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS  IS
                                       WTHRA-SEQ-FILE-STATUS.

      *****************************************************************
      **                 END OF COPYBOOK ACSSTHRA                    **
      *****************************************************************
