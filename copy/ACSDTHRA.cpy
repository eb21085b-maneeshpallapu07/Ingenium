      *****************************************************************
      **  MEMBER :  ACSDTHRA                                         **
      **  REMARKS:  FD FOR THE                                       **
      **            TARGET-HIT ELECTION ACKNOWLEDGEMENTS             **
      **            FROM THE POLICY ADMINISTRATION SYSTEM            **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
284617**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       FD  THRA-DATA-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RTHRA-SEQ-REC-INFO.

      *****************************************************************
      **                 END OF COPYBOOK ACSDTHRA                    **
      *****************************************************************
