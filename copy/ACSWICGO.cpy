      *****************************************************************
      **  MEMBER :  ACSWICGO                                         **
      **  REMARKS:  I/O WORK AREA FOR THE                            **
      **            IFRS 17 CONTRACT GROUP REGISTER (NEW             **
      **            GENERATION) - ONE ROW PER ASSIGNMENT OF AN       **
      **            ISSUED POLICY, WITH ITS RECLASSIFICATION HISTORY **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
572903**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       01  WICGO-SEQ-IO-WORK-AREA.
           05  WICGO-SEQ-IO-COMMAND      PIC X(02).
           05  WICGO-SEQ-IO-STATUS       PIC X(02).
               88  WICGO-SEQ-IO-EOF             VALUE '08'.
           05  WICGO-SEQ-FILE-STATUS     PIC X(02).
           05  WICGO-SEQ-FILE-NAME       PIC X(08)  VALUE 'ICGO'.

      *****************************************************************
      **                 END OF COPYBOOK ACSWICGO                    **
      *****************************************************************
