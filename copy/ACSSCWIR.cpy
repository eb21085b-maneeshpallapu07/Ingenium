      *****************************************************************
      **  MEMBER :  ACSSCWIR                                         **
      **  REMARKS:  SELECT/ASSIGN CLAUSE FOR THE                     **
      **            CWA INTEREST RATE MASTER - STATUTORY HOLDING     **
      **            PERIOD AND ANNUAL INTEREST RATE BY ISSUE         **
      **            JURISDICTION AND EFFECTIVE DATE                  **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
527308**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

           SELECT  CWIR-DATA-FILE  ASSIGN       TO ACSCWIR
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS  IS
                                       WCWIR-SEQ-FILE-STATUS.

      *****************************************************************
      **                 END OF COPYBOOK ACSSCWIR                    **
      *****************************************************************
