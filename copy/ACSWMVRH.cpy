      *****************************************************************
      **  MEMBER :  ACSWMVRH                                         **
      **  REMARKS:  I/O WORK AREA FOR THE                            **
      **            MVR UNDERWRITER REFERRAL FILE - ONE ROW PER      **
      **            DRIVING RECORD REFERRED, MERGED INTO THE WORK    **
      **            QUEUE                                            **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
951627**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       01  WMVRH-SEQ-IO-WORK-AREA.
           05  WMVRH-SEQ-IO-COMMAND      PIC X(02).
           05  WMVRH-SEQ-IO-STATUS       PIC X(02).
               88  WMVRH-SEQ-IO-EOF             VALUE '08'.
           05  WMVRH-SEQ-FILE-STATUS     PIC X(02).
           05  WMVRH-SEQ-FILE-NAME       PIC X(08)  VALUE 'MVRH'.

      *****************************************************************
      **                 END OF COPYBOOK ACSWMVRH                    **
      *****************************************************************
