      *****************************************************************
      **  MEMBER :  ACSDTCVR                                         **
      **  REMARKS:  FD FOR THE                                       **
      **            DAILY CONDITIONAL RECEIPT TEMPORARY COVERAGE     **
      **            REPORT PRINT FILE WRITTEN BY ASBM9537            **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
693057**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       FD  TCVR-DATA-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 133 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RTCVR-SEQ-REC-INFO.

      *****************************************************************
      **                 END OF COPYBOOK ACSDTCVR                    **
      *****************************************************************
