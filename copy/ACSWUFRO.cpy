      *****************************************************************
      **  MEMBER :  ACSWUFRO                                         **
      **  REMARKS:  I/O WORK AREA FOR THE                            **
      **            UNMAPPED APEX FIELD REGISTER (NEW                **
      **            GENERATION) WRITTEN BY ASBM9500                  **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
611203**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       01  WUFRO-SEQ-IO-WORK-AREA.
           05  WUFRO-SEQ-IO-COMMAND      PIC X(02).
           05  WUFRO-SEQ-IO-STATUS       PIC X(02).
               88  WUFRO-SEQ-IO-EOF             VALUE '08'.
           05  WUFRO-SEQ-FILE-STATUS     PIC X(02).
           05  WUFRO-SEQ-FILE-NAME       PIC X(08)  VALUE 'UFRO'.

      *****************************************************************
      **                 END OF COPYBOOK ACSWUFRO                    **
      *****************************************************************
