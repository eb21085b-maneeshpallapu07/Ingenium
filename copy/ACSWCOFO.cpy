      *****************************************************************
      **  MEMBER :  ACSWCOFO                                         **
      **  REMARKS:  I/O WORK AREA FOR THE                            **
      **            COUNTER-OFFER REGISTER                           **
      **            (NEW GENERATION) WRITTEN BY ASBM9515             **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
318274**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       01  WCOFO-SEQ-IO-WORK-AREA.
           05  WCOFO-SEQ-IO-COMMAND      PIC X(02).
           05  WCOFO-SEQ-IO-STATUS       PIC X(02).
               88  WCOFO-SEQ-IO-EOF             VALUE '08'.
           05  WCOFO-SEQ-FILE-STATUS     PIC X(02).
           05  WCOFO-SEQ-FILE-NAME       PIC X(08)  VALUE 'COFO'.

      *****************************************************************
      **                 END OF COPYBOOK ACSWCOFO                    **
      *****************************************************************
