      *****************************************************************
      **  MEMBER :  ACSWPLAV                                         **
      **  REMARKS:  I/O WORK AREA FOR THE                            **
      **            PLAN SALES-PERIOD AVAILABILITY MASTER            **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
693057**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       01  WPLAV-SEQ-IO-WORK-AREA.
           05  WPLAV-SEQ-IO-COMMAND      PIC X(02).
           05  WPLAV-SEQ-IO-STATUS       PIC X(02).
               88  WPLAV-SEQ-IO-EOF             VALUE '08'.
           05  WPLAV-SEQ-FILE-STATUS     PIC X(02).
           05  WPLAV-SEQ-FILE-NAME       PIC X(08)  VALUE 'PLAV'.

      *****************************************************************
      **                 END OF COPYBOOK ACSWPLAV                    **
      *****************************************************************
