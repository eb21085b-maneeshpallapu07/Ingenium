      *****************************************************************
      **  MEMBER :  ACSWPTAX                                         **
      **  REMARKS:  I/O WORK AREA FOR THE                            **
      **            QUARTERLY PREMIUM TAX ALLOCATION EXTRACT -       **
      **            FIRST-YEAR PREMIUM ON NEWLY ISSUED BUSINESS BY   **
      **            ISSUE LOCATION AND LINE OF BUSINESS              **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
846173**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       01  WPTAX-SEQ-IO-WORK-AREA.
           05  WPTAX-SEQ-IO-COMMAND      PIC X(02).
           05  WPTAX-SEQ-IO-STATUS       PIC X(02).
               88  WPTAX-SEQ-IO-EOF             VALUE '08'.
           05  WPTAX-SEQ-FILE-STATUS     PIC X(02).
           05  WPTAX-SEQ-FILE-NAME       PIC X(08)  VALUE 'PTAX'.

      *****************************************************************
      **                 END OF COPYBOOK ACSWPTAX                    **
      *****************************************************************
