      *****************************************************************
      **  MEMBER :  ACSWDREG                                         **
      **  REMARKS:  I/O WORK AREA FOR THE                            **
      **            NATIONAL DEATH REGISTRY WEEKLY FILE - ONE ROW    **
      **            PER REGISTERED DEATH, THE RECENT WEEKLY FILES    **
      **            CONCATENATED FOR THE RUN                         **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
736152**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       01  WDREG-SEQ-IO-WORK-AREA.
           05  WDREG-SEQ-IO-COMMAND      PIC X(02).
           05  WDREG-SEQ-IO-STATUS       PIC X(02).
               88  WDREG-SEQ-IO-EOF             VALUE '08'.
           05  WDREG-SEQ-FILE-STATUS     PIC X(02).
           05  WDREG-SEQ-FILE-NAME       PIC X(08)  VALUE 'DREG'.

      *****************************************************************
      **                 END OF COPYBOOK ACSWDREG                    **
      *****************************************************************
