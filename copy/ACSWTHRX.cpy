      *****************************************************************
      **  MEMBER :  ACSWTHRX                                         **
      **  REMARKS:  I/O WORK AREA FOR THE                            **
      **            TARGET-HIT CONVERSION REGISTER FEED              **
      **            WRITTEN BY ASBM9517, READ BY ASBM9518            **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
284617**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       01  WTHRX-SEQ-IO-WORK-AREA.
           05  WTHRX-SEQ-IO-COMMAND      PIC X(02).
           05  WTHRX-SEQ-IO-STATUS       PIC X(02).
               88  WTHRX-SEQ-IO-EOF             VALUE '08'.
           05  WTHRX-SEQ-FILE-STATUS     PIC X(02).
           05  WTHRX-SEQ-FILE-NAME       PIC X(08)  VALUE 'THRX'.

      *****************************************************************
      **                 END OF COPYBOOK ACSWTHRX                    **
      *****************************************************************
