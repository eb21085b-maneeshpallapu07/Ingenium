      *****************************************************************
      **  MEMBER :  ACSWMIBR                                         **
      **  REMARKS:  I/O WORK AREA FOR THE                            **
      **            MIB RESPONSE FILE - ONE RECORD PER INSURED       **
      **            CHECKED, WITH UP TO THREE HIT CODES              **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
731046**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       01  WMIBR-SEQ-IO-WORK-AREA.
           05  WMIBR-SEQ-IO-COMMAND      PIC X(02).
           05  WMIBR-SEQ-IO-STATUS       PIC X(02).
               88  WMIBR-SEQ-IO-EOF             VALUE '08'.
           05  WMIBR-SEQ-FILE-STATUS     PIC X(02).
           05  WMIBR-SEQ-FILE-NAME       PIC X(08)  VALUE 'MIBR'.

      *****************************************************************
      **                 END OF COPYBOOK ACSWMIBR                    **
      *****************************************************************
