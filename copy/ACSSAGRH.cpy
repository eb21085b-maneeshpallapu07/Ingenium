      *****************************************************************
      **  MEMBER :  ACSSAGRH                                         **
      **  REMARKS:  SELECT/ASSIGN CLAUSE FOR THE                     **
      **            AGENT REASSIGNMENT HISTORY - ALL                 **
      **            REASSIGNMENTS MADE BY THE ORPHANED-AGENT SWEEP   **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
604519**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

           SELECT  AGRH-DATA-FILE  ASSIGN       TO ACSAGRH
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS  IS
                                       WAGRH-SEQ-FILE-STATUS.

      *****************************************************************
      **                 END OF COPYBOOK ACSSAGRH                    **
      *****************************************************************
