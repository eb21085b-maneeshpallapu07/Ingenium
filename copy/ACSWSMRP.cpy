      *****************************************************************
      **  MEMBER :  ACSWSMRP                                         **
      **  REMARKS:  I/O WORK AREA FOR THE                            **
      **            MONTHLY SALES MATERIAL COMPLIANCE REPORT         **
      **            (ASBM9538)                                       **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
529417**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       01  WSMRP-SEQ-IO-WORK-AREA.
           05  WSMRP-SEQ-IO-COMMAND      PIC X(02).
           05  WSMRP-SEQ-IO-STATUS       PIC X(02).
               88  WSMRP-SEQ-IO-EOF             VALUE '08'.
           05  WSMRP-SEQ-FILE-STATUS     PIC X(02).
           05  WSMRP-SEQ-FILE-NAME       PIC X(08)  VALUE 'SMRP'.

      *****************************************************************
      **                 END OF COPYBOOK ACSWSMRP                    **
      *****************************************************************
