      *****************************************************************
      **  MEMBER :  ACSWPDCX                                         **
      **  REMARKS:  I/O WORK AREA FOR THE                            **
      **            PREMIUM DEDUCTION CERTIFICATE DATA FEED TO THE   **
      **            CERTIFICATE VENDOR (ASBM9521)                    **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
613058**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       01  WPDCX-SEQ-IO-WORK-AREA.
           05  WPDCX-SEQ-IO-COMMAND      PIC X(02).
           05  WPDCX-SEQ-IO-STATUS       PIC X(02).
               88  WPDCX-SEQ-IO-EOF             VALUE '08'.
           05  WPDCX-SEQ-FILE-STATUS     PIC X(02).
           05  WPDCX-SEQ-FILE-NAME       PIC X(08)  VALUE 'PDCX'.

      *****************************************************************
      **                 END OF COPYBOOK ACSWPDCX                    **
      *****************************************************************
