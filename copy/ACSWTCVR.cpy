      *****************************************************************
      **  MEMBER :  ACSWTCVR                                         **
      **  REMARKS:  I/O WORK AREA FOR THE                            **
      **            DAILY CONDITIONAL RECEIPT TEMPORARY COVERAGE     **
      **            REPORT PRINT FILE WRITTEN BY ASBM9537            **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
693057**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       01  WTCVR-SEQ-IO-WORK-AREA.
           05  WTCVR-SEQ-IO-COMMAND      PIC X(02).
           05  WTCVR-SEQ-IO-STATUS       PIC X(02).
               88  WTCVR-SEQ-IO-EOF             VALUE '08'.
           05  WTCVR-SEQ-FILE-STATUS     PIC X(02).
           05  WTCVR-SEQ-FILE-NAME       PIC X(08)  VALUE 'TCVR'.

      *****************************************************************
      **                 END OF COPYBOOK ACSWTCVR                    **
      *****************************************************************
