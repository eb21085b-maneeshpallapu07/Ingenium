      *****************************************************************
      **  MEMBER :  ACSWAGRX                                         **
      **  REMARKS:  I/O WORK AREA FOR THE                            **
      **            AGENT REASSIGNMENTS MADE IN THIS RUN - ADDED     **
      **            TO THE AGRH HISTORY BY THE JCL                   **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
604519**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       01  WAGRX-SEQ-IO-WORK-AREA.
           05  WAGRX-SEQ-IO-COMMAND      PIC X(02).
           05  WAGRX-SEQ-IO-STATUS       PIC X(02).
               88  WAGRX-SEQ-IO-EOF             VALUE '08'.
           05  WAGRX-SEQ-FILE-STATUS     PIC X(02).
           05  WAGRX-SEQ-FILE-NAME       PIC X(08)  VALUE 'AGRX'.

      *****************************************************************
      **                 END OF COPYBOOK ACSWAGRX                    **
      *****************************************************************
