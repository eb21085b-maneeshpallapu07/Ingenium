      *****************************************************************
      **  MEMBER :  ACSWMKPW                                         **
      **  REMARKS:  I/O WORK AREA FOR THE                            **
      **            MARKETING CONSENT WORK FILE - ONE ROW PER        **
      **            UPLOADED OWNER OR INSURED WHO ANSWERED A         **
      **            CONSENT QUESTION                                 **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
427063**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       01  WMKPW-SEQ-IO-WORK-AREA.
           05  WMKPW-SEQ-IO-COMMAND      PIC X(02).
           05  WMKPW-SEQ-IO-STATUS       PIC X(02).
               88  WMKPW-SEQ-IO-EOF             VALUE '08'.
           05  WMKPW-SEQ-FILE-STATUS     PIC X(02).
           05  WMKPW-SEQ-FILE-NAME       PIC X(08)  VALUE 'MKPW'.

      *****************************************************************
      **                 END OF COPYBOOK ACSWMKPW                    **
      *****************************************************************
