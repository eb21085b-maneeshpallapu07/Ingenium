      *****************************************************************
      **  MEMBER :  ACSWAGRH                                         **
      **  REMARKS:  I/O WORK AREA FOR THE                            **
      **            AGENT REASSIGNMENT HISTORY - ALL                 **
      **            REASSIGNMENTS MADE BY THE ORPHANED-AGENT SWEEP   **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
604519**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       01  WAGRH-SEQ-IO-WORK-AREA.
           05  WAGRH-SEQ-IO-COMMAND      PIC X(02).
           05  WAGRH-SEQ-IO-STATUS       PIC X(02).
               88  WAGRH-SEQ-IO-EOF             VALUE '08'.
           05  WAGRH-SEQ-FILE-STATUS     PIC X(02).
           05  WAGRH-SEQ-FILE-NAME       PIC X(08)  VALUE 'AGRH'.

      *****************************************************************
      **                 END OF COPYBOOK ACSWAGRH                    **
      *****************************************************************
