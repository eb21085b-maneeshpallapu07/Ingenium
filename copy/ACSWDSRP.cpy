      *****************************************************************
      **  MEMBER :  ACSWDSRP                                         **
      **  REMARKS:  I/O WORK AREA FOR THE                            **
      **            PERSONAL DATA DISCLOSURE REPORT FILE             **
      **            WRITTEN BY ASBM9513                              **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
963852**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       01  WDSRP-SEQ-IO-WORK-AREA.
           05  WDSRP-SEQ-IO-COMMAND      PIC X(02).
           05  WDSRP-SEQ-IO-STATUS       PIC X(02).
               88  WDSRP-SEQ-IO-EOF             VALUE '08'.
           05  WDSRP-SEQ-FILE-STATUS     PIC X(02).
           05  WDSRP-SEQ-FILE-NAME       PIC X(08)  VALUE 'DSRP'.

      *****************************************************************
      **                 END OF COPYBOOK ACSWDSRP                    **
      *****************************************************************
