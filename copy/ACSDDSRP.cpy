      *****************************************************************
      **  MEMBER :  ACSDDSRP                                         **
      **  REMARKS:  FD FOR THE                                       **
      **            PERSONAL DATA DISCLOSURE REPORT FILE             **
      **            WRITTEN BY ASBM9513                              **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
963852**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       FD  DSRP-DATA-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 133 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RDSRP-SEQ-REC-INFO.

      *****************************************************************
      **                 END OF COPYBOOK ACSDDSRP                    **
      *****************************************************************
