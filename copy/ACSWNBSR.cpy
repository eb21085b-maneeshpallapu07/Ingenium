      *****************************************************************
      **  MEMBER :  ACSWNBSR                                         **
      **  REMARKS:  I/O WORK AREA FOR THE                            **
      **            QUARTERLY STATUTORY NEW BUSINESS STATISTICAL     **
      **            RETURN - POLICY COUNTS, SUMS ASSURED AND         **
      **            ANNUALIZED PREMIUM BY PRODUCT LINE, CHANNEL,     **
      **            INSURED AGE BAND, SEX AND MOVEMENT               **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
645120**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       01  WNBSR-SEQ-IO-WORK-AREA.
           05  WNBSR-SEQ-IO-COMMAND      PIC X(02).
           05  WNBSR-SEQ-IO-STATUS       PIC X(02).
               88  WNBSR-SEQ-IO-EOF             VALUE '08'.
           05  WNBSR-SEQ-FILE-STATUS     PIC X(02).
           05  WNBSR-SEQ-FILE-NAME       PIC X(08)  VALUE 'NBSR'.

      *****************************************************************
      **                 END OF COPYBOOK ACSWNBSR                    **
      *****************************************************************
