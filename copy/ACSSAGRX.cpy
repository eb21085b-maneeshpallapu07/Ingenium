      *****************************************************************
      **  MEMBER :  ACSSAGRX                                         **
      **  REMARKS:  SELECT/ASSIGN CLAUSE FOR THE                     **
      **            AGENT REASSIGNMENTS MADE IN THIS RUN - ADDED     **
      **            TO THE AGRH HISTORY BY THE JCL                   **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
604519**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

           SELECT  AGRX-DATA-FILE  ASSIGN       TO ACSAGRX
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS  IS
                                       WAGRX-SEQ-FILE-STATUS.

      *****************************************************************
      **                 END OF COPYBOOK ACSSAGRX                    **
      *****************************************************************
