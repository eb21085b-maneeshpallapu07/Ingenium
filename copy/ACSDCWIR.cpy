      *****************************************************************
      **  MEMBER :  ACSDCWIR                                         **
      **  REMARKS:  FD FOR THE                                       **
      **            CWA INTEREST RATE MASTER - STATUTORY HOLDING     **
      **            PERIOD AND ANNUAL INTEREST RATE BY ISSUE         **
      **            JURISDICTION AND EFFECTIVE DATE                  **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
527308**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       FD  CWIR-DATA-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RCWIR-SEQ-REC-INFO.

      *****************************************************************
      **                 END OF COPYBOOK ACSDCWIR                    **
      *****************************************************************
