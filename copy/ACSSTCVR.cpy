      *****************************************************************
      **  MEMBER :  ACSSTCVR                                         **
      **  REMARKS:  SELECT/ASSIGN CLAUSE FOR THE                     **
      **            DAILY CONDITIONAL RECEIPT TEMPORARY COVERAGE     **
      **            REPORT PRINT FILE WRITTEN BY ASBM9537            **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
693057**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

           SELECT  TCVR-DATA-FILE  ASSIGN       TO ACSTCVR
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS  IS
                                       WTCVR-SEQ-FILE-STATUS.

      *****************************************************************
      **                 END OF COPYBOOK ACSSTCVR                    **
      *****************************************************************
