      *****************************************************************
      **  MEMBER :  ACSDDREG                                         **
      **  REMARKS:  FD FOR THE                                       **
      **            NATIONAL DEATH REGISTRY WEEKLY FILE - ONE ROW    **
      **            PER REGISTERED DEATH, THE RECENT WEEKLY FILES    **
      **            CONCATENATED FOR THE RUN                         **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
736152**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       FD  DREG-DATA-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 150 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RDREG-SEQ-REC-INFO.

      *****************************************************************
      **                 END OF COPYBOOK ACSDDREG                    **
      *****************************************************************
