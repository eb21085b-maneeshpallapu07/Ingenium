      *****************************************************************
      **  MEMBER :  ACSDTHRX                                         **
      **  REMARKS:  FD FOR THE                                       **
      **            TARGET-HIT CONVERSION REGISTER FEED              **
      **            WRITTEN BY ASBM9517, READ BY ASBM9518            **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
284617**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       FD  THRX-DATA-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RTHRX-SEQ-REC-INFO.

      *****************************************************************
      **                 END OF COPYBOOK ACSDTHRX                    **
      *****************************************************************
