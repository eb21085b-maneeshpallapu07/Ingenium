      *****************************************************************
      **  MEMBER :  ACSWCSMI                                         **
      **  REMARKS:  I/O WORK AREA FOR THE                            **
      **            REINSURANCE CESSION MASTER (OLD GENERATION) READ **
      **            BY THE ASBM9505 MONTHLY BORDEREAU                **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
805417**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       01  WCSMI-SEQ-IO-WORK-AREA.
           05  WCSMI-SEQ-IO-COMMAND      PIC X(02).
           05  WCSMI-SEQ-IO-STATUS       PIC X(02).
               88  WCSMI-SEQ-IO-EOF             VALUE '08'.
           05  WCSMI-SEQ-FILE-STATUS     PIC X(02).
           05  WCSMI-SEQ-FILE-NAME       PIC X(08)  VALUE 'CSMI'.

      *****************************************************************
      **                 END OF COPYBOOK ACSWCSMI                    **
      *****************************************************************
