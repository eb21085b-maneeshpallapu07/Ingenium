      *****************************************************************
      **  MEMBER :  ACSWPDCR                                         **
      **  REMARKS:  I/O WORK AREA FOR THE                            **
      **            PREMIUM DEDUCTION CERTIFICATE REGISTER WRITTEN   **
      **            AT CONVERSION (ASBM9520, READ BY ASBM9521)       **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
613058**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       01  WPDCR-SEQ-IO-WORK-AREA.
           05  WPDCR-SEQ-IO-COMMAND      PIC X(02).
           05  WPDCR-SEQ-IO-STATUS       PIC X(02).
               88  WPDCR-SEQ-IO-EOF             VALUE '08'.
           05  WPDCR-SEQ-FILE-STATUS     PIC X(02).
           05  WPDCR-SEQ-FILE-NAME       PIC X(08)  VALUE 'PDCR'.

      *****************************************************************
      **                 END OF COPYBOOK ACSWPDCR                    **
      *****************************************************************
