      *****************************************************************
      **  MEMBER :  ACSSCOFO                                         **
      **  REMARKS:  SELECT/ASSIGN CLAUSE FOR THE                     **
      **            COUNTER-OFFER REGISTER                           **
      **            (NEW GENERATION) WRITTEN BY ASBM9515             **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
318274**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

           SELECT  COFO-DATA-FILE  ASSIGN       TO ACSCOFO
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS  IS
                                       WCOFO-SEQ-FILE-STATUS.

      *****************************************************************
      **                 END OF COPYBOOK ACSSCOFO                    **
      *****************************************************************
