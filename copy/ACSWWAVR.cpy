      *****************************************************************
      **  MEMBER :  ACSWWAVR                                         **
      **  REMARKS:  I/O WORK AREA FOR THE                            **
      **            MONTHLY SIR REQUIREMENT WAIVER REPORT FOR THE    **
      **            CHIEF UNDERWRITER (ASBM9535)                     **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
418639**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       01  WWAVR-SEQ-IO-WORK-AREA.
           05  WWAVR-SEQ-IO-COMMAND      PIC X(02).
           05  WWAVR-SEQ-IO-STATUS       PIC X(02).
               88  WWAVR-SEQ-IO-EOF             VALUE '08'.
           05  WWAVR-SEQ-FILE-STATUS     PIC X(02).
           05  WWAVR-SEQ-FILE-NAME       PIC X(08)  VALUE 'WAVR'.

      *****************************************************************
      **                 END OF COPYBOOK ACSWWAVR                    **
      *****************************************************************
