      *****************************************************************
      **  MEMBER :  ACSWTHRA                                         **
      **  REMARKS:  I/O WORK AREA FOR THE                            **
      **            TARGET-HIT ELECTION ACKNOWLEDGEMENTS             **
      **            FROM THE POLICY ADMINISTRATION SYSTEM            **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
284617**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       01  WTHRA-SEQ-IO-WORK-AREA.
           05  WTHRA-SEQ-IO-COMMAND      PIC X(02).
           05  WTHRA-SEQ-IO-STATUS       PIC X(02).
               88  WTHRA-SEQ-IO-EOF             VALUE '08'.
           05  WTHRA-SEQ-FILE-STATUS     PIC X(02).
           05  WTHRA-SEQ-FILE-NAME       PIC X(08)  VALUE 'THRA'.

      *****************************************************************
      **                 END OF COPYBOOK ACSWTHRA                    **
      *****************************************************************
