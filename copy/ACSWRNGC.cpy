      *****************************************************************
      **  MEMBER :  ACSWRNGC                                         **
      **  REMARKS:  I/O WORK AREA FOR THE                            **
      **            POLICY NUMBER RANGE ALLOCATION CARD FILE         **
      **            (ASBM9502)                                       **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
741962**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       01  WRNGC-SEQ-IO-WORK-AREA.
           05  WRNGC-SEQ-IO-COMMAND      PIC X(02).
           05  WRNGC-SEQ-IO-STATUS       PIC X(02).
               88  WRNGC-SEQ-IO-EOF             VALUE '08'.
           05  WRNGC-SEQ-FILE-STATUS     PIC X(02).
           05  WRNGC-SEQ-FILE-NAME       PIC X(08)  VALUE 'RNGC'.

      *****************************************************************
      **                 END OF COPYBOOK ACSWRNGC                    **
      *****************************************************************
