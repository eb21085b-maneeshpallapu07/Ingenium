      *****************************************************************
      **  MEMBER :  ACSDAGRX                                         **
      **  REMARKS:  FD FOR THE                                       **
      **            AGENT REASSIGNMENTS MADE IN THIS RUN - ADDED     **
      **            TO THE AGRH HISTORY BY THE JCL                   **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
604519**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       FD  AGRX-DATA-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RAGRX-SEQ-REC-INFO.

      *****************************************************************
      **                 END OF COPYBOOK ACSDAGRX                    **
      *****************************************************************
