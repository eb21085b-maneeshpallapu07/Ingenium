      *****************************************************************
      **  MEMBER :  ACSDCSMO                                         **
      **  REMARKS:  FD FOR THE                                       **
      **            REINSURANCE CESSION MASTER (NEW GENERATION)      **
      **            WRITTEN BY THE ASBM9505 MONTHLY BORDEREAU        **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
805417**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       FD  CSMO-DATA-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 150 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RCSMO-SEQ-REC-INFO.

      *****************************************************************
      **                 END OF COPYBOOK ACSDCSMO                    **
      *****************************************************************
