      *****************************************************************
      **  MEMBER :  ACSWSORR                                         **
      **  REMARKS:  I/O WORK AREA FOR THE                            **
      **            SALES OFFICE AGENT REASSIGNMENT RULE MASTER      **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
604519**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       01  WSORR-SEQ-IO-WORK-AREA.
           05  WSORR-SEQ-IO-COMMAND      PIC X(02).
           05  WSORR-SEQ-IO-STATUS       PIC X(02).
               88  WSORR-SEQ-IO-EOF             VALUE '08'.
           05  WSORR-SEQ-FILE-STATUS     PIC X(02).
           05  WSORR-SEQ-FILE-NAME       PIC X(08)  VALUE 'SORR'.

      *****************************************************************
      **                 END OF COPYBOOK ACSWSORR                    **
      *****************************************************************
