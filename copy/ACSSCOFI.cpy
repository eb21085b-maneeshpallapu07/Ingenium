      *****************************************************************
      **  MEMBER :  ACSSCOFI                                         **
      **  REMARKS:  SELECT/ASSIGN CLAUSE FOR THE                     **
      **            COUNTER-OFFER REGISTER                           **
      **            (PRIOR GENERATION) READ BY ASBM9515              **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
318274**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

           SELECT  COFI-DATA-FILE  ASSIGN       TO ACSCOFI
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS  IS
                                       WCOFI-SEQ-FILE-STATUS.

      *****************************************************************
      **                 END OF COPYBOOK ACSSCOFI                    **
      *****************************************************************
