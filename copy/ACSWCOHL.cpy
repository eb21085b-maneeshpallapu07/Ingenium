      *****************************************************************
      **  MEMBER :  ACSWCOHL                                         **
      **  REMARKS:  I/O WORK AREA FOR THE                            **
      **            CORPORATE-OWNED POLICY HOLD FILE                 **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
604718**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       01  WCOHL-SEQ-IO-WORK-AREA.
           05  WCOHL-SEQ-IO-COMMAND      PIC X(02).
           05  WCOHL-SEQ-IO-STATUS       PIC X(02).
               88  WCOHL-SEQ-IO-EOF             VALUE '08'.
           05  WCOHL-SEQ-FILE-STATUS     PIC X(02).
           05  WCOHL-SEQ-FILE-NAME       PIC X(08)  VALUE 'COHL'.

      *****************************************************************
      **                 END OF COPYBOOK ACSWCOHL                    **
      *****************************************************************
