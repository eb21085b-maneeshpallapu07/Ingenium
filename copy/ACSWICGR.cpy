      *****************************************************************
      **  MEMBER :  ACSWICGR                                         **
      **  REMARKS:  I/O WORK AREA FOR THE                            **
      **            IFRS 17 CONTRACT GROUPING RULE MASTER - THE      **
      **            PORTFOLIO AND PROFITABILITY GROUP BY PLAN,       **
      **            PRODUCT LINE AND CURRENCY, EFFECTIVE-DATED       **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
572903**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       01  WICGR-SEQ-IO-WORK-AREA.
           05  WICGR-SEQ-IO-COMMAND      PIC X(02).
           05  WICGR-SEQ-IO-STATUS       PIC X(02).
               88  WICGR-SEQ-IO-EOF             VALUE '08'.
           05  WICGR-SEQ-FILE-STATUS     PIC X(02).
           05  WICGR-SEQ-FILE-NAME       PIC X(08)  VALUE 'ICGR'.

      *****************************************************************
      **                 END OF COPYBOOK ACSWICGR                    **
      *****************************************************************
