      *****************************************************************
      **  MEMBER :  ACSDCSMI                                         **
      **  REMARKS:  FD FOR THE                                       **
      **            REINSURANCE CESSION MASTER (OLD GENERATION) READ **
      **            BY THE ASBM9505 MONTHLY BORDEREAU                **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
805417**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       FD  CSMI-DATA-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 150 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RCSMI-SEQ-REC-INFO.

      *****************************************************************
      **                 END OF COPYBOOK ACSDCSMI                    **
      *****************************************************************
