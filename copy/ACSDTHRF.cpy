      *****************************************************************
      **  MEMBER :  ACSDTHRF                                         **
      **  REMARKS:  FD FOR THE                                       **
      **            UNACKNOWLEDGED TARGET-HIT ELECTION               **
      **            FOLLOW-UP EXTRACT WRITTEN BY ASBM9518            **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
284617**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       FD  THRF-DATA-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RTHRF-SEQ-REC-INFO.

      *****************************************************************
      **                 END OF COPYBOOK ACSDTHRF                    **
      *****************************************************************
