      *****************************************************************
      **  MEMBER :  ACSWPLOB                                         **
      **  REMARKS:  I/O WORK AREA FOR THE                            **
      **            PLAN LINE-OF-BUSINESS MASTER - THE LINE OF       **
      **            BUSINESS AND GL PREMIUM INCOME ACCOUNT OF EACH   **
      **            PLAN                                             **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
846173**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       01  WPLOB-SEQ-IO-WORK-AREA.
           05  WPLOB-SEQ-IO-COMMAND      PIC X(02).
           05  WPLOB-SEQ-IO-STATUS       PIC X(02).
               88  WPLOB-SEQ-IO-EOF             VALUE '08'.
           05  WPLOB-SEQ-FILE-STATUS     PIC X(02).
           05  WPLOB-SEQ-FILE-NAME       PIC X(08)  VALUE 'PLOB'.

      *****************************************************************
      **                 END OF COPYBOOK ACSWPLOB                    **
      *****************************************************************
