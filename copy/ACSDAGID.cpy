      *****************************************************************
      **  MEMBER :  ACSDAGID                                         **
      **  REMARKS:  FD FOR THE                                       **
      **            AGENT IDENTITY MASTER FEED                       **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
517342**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       FD  AGID-DATA-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RAGID-SEQ-REC-INFO.

      *****************************************************************
      **                 END OF COPYBOOK ACSDAGID                    **
      *****************************************************************
