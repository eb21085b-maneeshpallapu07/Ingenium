      *****************************************************************
      **  MEMBER :  ACSWRFEX                                         **
      **  REMARKS:  I/O WORK AREA FOR THE                            **
      **            REFERRAL CODE EXCEPTION LIST - UNKNOWN, EXPIRED  **
      **            OR NOT YET EFFECTIVE CODES SEEN AT IMPORT        **
      **            (ASBM9522)                                       **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
271946**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       01  WRFEX-SEQ-IO-WORK-AREA.
           05  WRFEX-SEQ-IO-COMMAND      PIC X(02).
           05  WRFEX-SEQ-IO-STATUS       PIC X(02).
               88  WRFEX-SEQ-IO-EOF             VALUE '08'.
           05  WRFEX-SEQ-FILE-STATUS     PIC X(02).
           05  WRFEX-SEQ-FILE-NAME       PIC X(08)  VALUE 'RFEX'.

      *****************************************************************
      **                 END OF COPYBOOK ACSWRFEX                    **
      *****************************************************************
