      *****************************************************************
      **  MEMBER :  ACSWUFRI                                         **
      **  REMARKS:  I/O WORK AREA FOR THE                            **
      **            UNMAPPED APEX FIELD REGISTER (PRIOR              **
      **            GENERATION) - ONE ROW PER STRUCTURE AND          **
      **            FIELD NAME EVER SEEN WITHOUT A UFLD              **
      **            DEFINITION                                       **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
611203**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       01  WUFRI-SEQ-IO-WORK-AREA.
           05  WUFRI-SEQ-IO-COMMAND      PIC X(02).
           05  WUFRI-SEQ-IO-STATUS       PIC X(02).
               88  WUFRI-SEQ-IO-EOF             VALUE '08'.
           05  WUFRI-SEQ-FILE-STATUS     PIC X(02).
           05  WUFRI-SEQ-FILE-NAME       PIC X(08)  VALUE 'UFRI'.

      *****************************************************************
      **                 END OF COPYBOOK ACSWUFRI                    **
      *****************************************************************
