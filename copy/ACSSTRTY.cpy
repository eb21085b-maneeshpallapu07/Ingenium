      *****************************************************************
      **  MEMBER :  ACSSTRTY                                         **
      **  REMARKS:  SELECT/ASSIGN CLAUSE FOR THE                     **
      **            REINSURANCE TREATY MASTER - THE TREATY SHARES    **
      **            EACH PLAN'S AUTOMATIC CESSIONS ARE PLACED WITH   **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
805417**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

           SELECT  TRTY-DATA-FILE  ASSIGN       TO ACSTRTY
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS  IS
                                       WTRTY-SEQ-FILE-STATUS.

      *****************************************************************
      **                 END OF COPYBOOK ACSSTRTY                    **
      *****************************************************************
