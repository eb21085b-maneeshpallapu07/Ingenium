      *****************************************************************
      **  MEMBER :  ACSDAGRH                                         **
      **  REMARKS:  FD FOR THE                                       **
      **            AGENT REASSIGNMENT HISTORY - ALL                 **
      **            REASSIGNMENTS MADE BY THE ORPHANED-AGENT SWEEP   **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
604519**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       FD  AGRH-DATA-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RAGRH-SEQ-REC-INFO.

      *****************************************************************
      **                 END OF COPYBOOK ACSDAGRH                    **
      *****************************************************************
