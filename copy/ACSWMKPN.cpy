      *****************************************************************
      **  MEMBER :  ACSWMKPN                                         **
      **  REMARKS:  I/O WORK AREA FOR THE                            **
      **            MARKETING CONSENT PREFERENCE FILE - NEXT         **
      **            GENERATION                                       **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
427063**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       01  WMKPN-SEQ-IO-WORK-AREA.
           05  WMKPN-SEQ-IO-COMMAND      PIC X(02).
           05  WMKPN-SEQ-IO-STATUS       PIC X(02).
               88  WMKPN-SEQ-IO-EOF             VALUE '08'.
           05  WMKPN-SEQ-FILE-STATUS     PIC X(02).
           05  WMKPN-SEQ-FILE-NAME       PIC X(08)  VALUE 'MKPN'.

      *****************************************************************
      **                 END OF COPYBOOK ACSWMKPN                    **
      *****************************************************************
