      *****************************************************************
      **  MEMBER :  ACSWWTPX                                         **
      **  REMARKS:  I/O WORK AREA FOR THE                            **
      **            HEALTH RIDER WAITING-PERIOD FEED TO CLAIMS       **
      **            ADMINISTRATION (ASBM9519)                        **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
527340**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       01  WWTPX-SEQ-IO-WORK-AREA.
           05  WWTPX-SEQ-IO-COMMAND      PIC X(02).
           05  WWTPX-SEQ-IO-STATUS       PIC X(02).
               88  WWTPX-SEQ-IO-EOF             VALUE '08'.
           05  WWTPX-SEQ-FILE-STATUS     PIC X(02).
           05  WWTPX-SEQ-FILE-NAME       PIC X(08)  VALUE 'WTPX'.

      *****************************************************************
      **                 END OF COPYBOOK ACSWWTPX                    **
      *****************************************************************
