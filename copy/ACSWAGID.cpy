      *****************************************************************
      **  MEMBER :  ACSWAGID                                         **
      **  REMARKS:  I/O WORK AREA FOR THE                            **
      **            AGENT IDENTITY MASTER FEED                       **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
517342**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       01  WAGID-SEQ-IO-WORK-AREA.
           05  WAGID-SEQ-IO-COMMAND      PIC X(02).
           05  WAGID-SEQ-IO-STATUS       PIC X(02).
               88  WAGID-SEQ-IO-EOF             VALUE '08'.
           05  WAGID-SEQ-FILE-STATUS     PIC X(02).
           05  WAGID-SEQ-FILE-NAME       PIC X(08)  VALUE 'AGID'.

      *****************************************************************
      **                 END OF COPYBOOK ACSWAGID                    **
      *****************************************************************
