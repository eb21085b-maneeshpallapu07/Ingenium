      *****************************************************************
      **  MEMBER :  ACSWBRDX                                         **
      **  REMARKS:  I/O WORK AREA FOR THE                            **
      **            MONTHLY REINSURANCE PREMIUM BORDEREAU - ONE      **
      **            DETAIL PER CEDED COVERAGE SHARE AND ONE TOTAL    **
      **            PER REINSURER AND TREATY                         **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
805417**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       01  WBRDX-SEQ-IO-WORK-AREA.
           05  WBRDX-SEQ-IO-COMMAND      PIC X(02).
           05  WBRDX-SEQ-IO-STATUS       PIC X(02).
               88  WBRDX-SEQ-IO-EOF             VALUE '08'.
           05  WBRDX-SEQ-FILE-STATUS     PIC X(02).
           05  WBRDX-SEQ-FILE-NAME       PIC X(08)  VALUE 'BRDX'.

      *****************************************************************
      **                 END OF COPYBOOK ACSWBRDX                    **
      *****************************************************************
