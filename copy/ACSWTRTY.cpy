      *****************************************************************
      **  MEMBER :  ACSWTRTY                                         **
      **  REMARKS:  I/O WORK AREA FOR THE                            **
      **            REINSURANCE TREATY MASTER - THE TREATY SHARES    **
      **            EACH PLAN'S AUTOMATIC CESSIONS ARE PLACED WITH   **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
805417**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       01  WTRTY-SEQ-IO-WORK-AREA.
           05  WTRTY-SEQ-IO-COMMAND      PIC X(02).
           05  WTRTY-SEQ-IO-STATUS       PIC X(02).
               88  WTRTY-SEQ-IO-EOF             VALUE '08'.
           05  WTRTY-SEQ-FILE-STATUS     PIC X(02).
           05  WTRTY-SEQ-FILE-NAME       PIC X(08)  VALUE 'TRTY'.

      *****************************************************************
      **                 END OF COPYBOOK ACSWTRTY                    **
      *****************************************************************
