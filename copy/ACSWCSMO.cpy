      *****************************************************************
      **  MEMBER :  ACSWCSMO                                         **
      **  REMARKS:  I/O WORK AREA FOR THE                            **
      **            REINSURANCE CESSION MASTER (NEW GENERATION)      **
      **            WRITTEN BY THE ASBM9505 MONTHLY BORDEREAU        **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
805417**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       01  WCSMO-SEQ-IO-WORK-AREA.
           05  WCSMO-SEQ-IO-COMMAND      PIC X(02).
           05  WCSMO-SEQ-IO-STATUS       PIC X(02).
               88  WCSMO-SEQ-IO-EOF             VALUE '08'.
           05  WCSMO-SEQ-FILE-STATUS     PIC X(02).
           05  WCSMO-SEQ-FILE-NAME       PIC X(08)  VALUE 'CSMO'.

      *****************************************************************
      **                 END OF COPYBOOK ACSWCSMO                    **
      *****************************************************************
