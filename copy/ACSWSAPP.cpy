      *****************************************************************
      **  MEMBER :  ACSWSAPP                                         **
      **  REMARKS:  I/O WORK AREA FOR THE                            **
      **            SEPARATE ACCOUNT PURCHASE ORDER DAILY PROOF      **
      **            REPORT (PRINT IMAGE)                             **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
692518**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       01  WSAPP-SEQ-IO-WORK-AREA.
           05  WSAPP-SEQ-IO-COMMAND      PIC X(02).
           05  WSAPP-SEQ-IO-STATUS       PIC X(02).
               88  WSAPP-SEQ-IO-EOF             VALUE '08'.
           05  WSAPP-SEQ-FILE-STATUS     PIC X(02).
           05  WSAPP-SEQ-FILE-NAME       PIC X(08)  VALUE 'SAPP'.

      *****************************************************************
      **                 END OF COPYBOOK ACSWSAPP                    **
      *****************************************************************
