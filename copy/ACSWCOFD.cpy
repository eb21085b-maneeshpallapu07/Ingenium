      *****************************************************************
      **  MEMBER :  ACSWCOFD                                         **
      **  REMARKS:  I/O WORK AREA FOR THE                            **
      **            COUNTER-OFFER NOT-TAKEN DISPOSITIONS             **
      **            WRITTEN BY ASBM9515 IN THE WITHDRAWAL            **
      **            DISPOSITION (WDRW) LAYOUT                        **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
318274**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       01  WCOFD-SEQ-IO-WORK-AREA.
           05  WCOFD-SEQ-IO-COMMAND      PIC X(02).
           05  WCOFD-SEQ-IO-STATUS       PIC X(02).
               88  WCOFD-SEQ-IO-EOF             VALUE '08'.
           05  WCOFD-SEQ-FILE-STATUS     PIC X(02).
           05  WCOFD-SEQ-FILE-NAME       PIC X(08)  VALUE 'COFD'.

      *****************************************************************
      **                 END OF COPYBOOK ACSWCOFD                    **
      *****************************************************************
