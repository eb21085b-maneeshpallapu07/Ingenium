      *****************************************************************
      **  MEMBER :  ACSWCOFI                                         **
      **  REMARKS:  I/O WORK AREA FOR THE                            **
      **            COUNTER-OFFER REGISTER                           **
      **            (PRIOR GENERATION) READ BY ASBM9515              **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
318274**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       01  WCOFI-SEQ-IO-WORK-AREA.
           05  WCOFI-SEQ-IO-COMMAND      PIC X(02).
           05  WCOFI-SEQ-IO-STATUS       PIC X(02).
               88  WCOFI-SEQ-IO-EOF             VALUE '08'.
           05  WCOFI-SEQ-FILE-STATUS     PIC X(02).
           05  WCOFI-SEQ-FILE-NAME       PIC X(08)  VALUE 'COFI'.

      *****************************************************************
      **                 END OF COPYBOOK ACSWCOFI                    **
      *****************************************************************
