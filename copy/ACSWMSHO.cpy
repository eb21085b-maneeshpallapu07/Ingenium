      *****************************************************************
      **  MEMBER :  ACSWMSHO                                         **
      **  REMARKS:  I/O WORK AREA FOR THE                            **
      **            IMPORT MESSAGE DAILY HISTORY                     **
      **            (NEW GENERATION) WRITTEN BY ASBM9501             **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
703518**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       01  WMSHO-SEQ-IO-WORK-AREA.
           05  WMSHO-SEQ-IO-COMMAND      PIC X(02).
           05  WMSHO-SEQ-IO-STATUS       PIC X(02).
               88  WMSHO-SEQ-IO-EOF             VALUE '08'.
           05  WMSHO-SEQ-FILE-STATUS     PIC X(02).
           05  WMSHO-SEQ-FILE-NAME       PIC X(08)  VALUE 'MSHO'.

      *****************************************************************
      **                 END OF COPYBOOK ACSWMSHO                    **
      *****************************************************************
