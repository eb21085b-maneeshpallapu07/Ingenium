      *****************************************************************
      **  MEMBER :  ACSDCWIX                                         **
      **  REMARKS:  FD FOR THE                                       **
      **            MONTHLY CWA INTEREST EXTRACT WRITTEN BY          **
      **            ASBM9536                                         **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
527308**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       FD  CWIX-DATA-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 200 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RCWIX-SEQ-REC-INFO.

      *****************************************************************
      **                 END OF COPYBOOK ACSDCWIX                    **
      *****************************************************************
