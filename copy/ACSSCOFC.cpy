      *****************************************************************
      **  MEMBER :  ACSSCOFC                                         **
      **  REMARKS:  SELECT/ASSIGN CLAUSE FOR THE                     **
      **            COUNTER-OFFER CHASE LIST                         **
      **            WRITTEN BY ASBM9515                              **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
318274**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

           SELECT  COFC-DATA-FILE  ASSIGN       TO ACSCOFC
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS  IS
                                       WCOFC-SEQ-FILE-STATUS.

      *****************************************************************
      **                 END OF COPYBOOK ACSSCOFC                    **
      *****************************************************************
