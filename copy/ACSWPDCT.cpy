      *****************************************************************
      **  MEMBER :  ACSWPDCT                                         **
      **  REMARKS:  I/O WORK AREA FOR THE                            **
      **            PREMIUM DEDUCTION CATEGORY MASTER - PLAN TO      **
      **            DEDUCTION CATEGORY (ASBM9520)                    **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
613058**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       01  WPDCT-SEQ-IO-WORK-AREA.
           05  WPDCT-SEQ-IO-COMMAND      PIC X(02).
           05  WPDCT-SEQ-IO-STATUS       PIC X(02).
               88  WPDCT-SEQ-IO-EOF             VALUE '08'.
           05  WPDCT-SEQ-FILE-STATUS     PIC X(02).
           05  WPDCT-SEQ-FILE-NAME       PIC X(08)  VALUE 'PDCT'.

      *****************************************************************
      **                 END OF COPYBOOK ACSWPDCT                    **
      *****************************************************************
