      *****************************************************************
      **  MEMBER :  ACSSDREG                                         **
      **  REMARKS:  SELECT/ASSIGN CLAUSE FOR THE                     **
      **            NATIONAL DEATH REGISTRY WEEKLY FILE - ONE ROW    **
      **            PER REGISTERED DEATH, THE RECENT WEEKLY FILES    **
      **            CONCATENATED FOR THE RUN                         **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
736152**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

           SELECT  DREG-DATA-FILE  ASSIGN       TO ACSDREG
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS  IS
                                       WDREG-SEQ-FILE-STATUS.

      *****************************************************************
      **                 END OF COPYBOOK ACSSDREG                    **
      *****************************************************************
