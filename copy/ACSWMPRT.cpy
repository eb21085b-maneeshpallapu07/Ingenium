      *****************************************************************
      **  MEMBER :  ACSWMPRT                                         **
      **  REMARKS:  I/O WORK AREA FOR THE                            **
      **            MODEL PORTFOLIO MASTER READ BY ASBM9516          **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
536182**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       01  WMPRT-SEQ-IO-WORK-AREA.
           05  WMPRT-SEQ-IO-COMMAND      PIC X(02).
           05  WMPRT-SEQ-IO-STATUS       PIC X(02).
               88  WMPRT-SEQ-IO-EOF             VALUE '08'.
           05  WMPRT-SEQ-FILE-STATUS     PIC X(02).
           05  WMPRT-SEQ-FILE-NAME       PIC X(08)  VALUE 'MPRT'.

      *****************************************************************
      **                 END OF COPYBOOK ACSWMPRT                    **
      *****************************************************************
