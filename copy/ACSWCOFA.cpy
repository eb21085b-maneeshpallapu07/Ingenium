      *****************************************************************
      **  MEMBER :  ACSWCOFA                                         **
      **  REMARKS:  I/O WORK AREA FOR THE                            **
      **            COUNTER-OFFER RESPONSE FILE                      **
      **            (SIGNED ACCEPTANCE OR REFUSAL OF                 **
      **            A RATED OR MODIFIED OFFER)                       **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
318274**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       01  WCOFA-SEQ-IO-WORK-AREA.
           05  WCOFA-SEQ-IO-COMMAND      PIC X(02).
           05  WCOFA-SEQ-IO-STATUS       PIC X(02).
               88  WCOFA-SEQ-IO-EOF             VALUE '08'.
           05  WCOFA-SEQ-FILE-STATUS     PIC X(02).
           05  WCOFA-SEQ-FILE-NAME       PIC X(08)  VALUE 'COFA'.

      *****************************************************************
      **                 END OF COPYBOOK ACSWCOFA                    **
      *****************************************************************
