      *****************************************************************
      **  MEMBER :  ACSWCCNT                                         **
      **  REMARKS:  I/O WORK AREA FOR THE                            **
      **            CLIENT CONTACT UNLOAD FROM CLIENT ADMINISTRATION **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
318852**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       01  WCCNT-SEQ-IO-WORK-AREA.
           05  WCCNT-SEQ-IO-COMMAND      PIC X(02).
           05  WCCNT-SEQ-IO-STATUS       PIC X(02).
               88  WCCNT-SEQ-IO-EOF             VALUE '08'.
           05  WCCNT-SEQ-FILE-STATUS     PIC X(02).
           05  WCCNT-SEQ-FILE-NAME       PIC X(08)  VALUE 'CCNT'.

      *****************************************************************
      **                 END OF COPYBOOK ACSWCCNT                    **
      *****************************************************************
