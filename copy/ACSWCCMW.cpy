      *****************************************************************
      **  MEMBER :  ACSWCCMW                                         **
      **  REMARKS:  I/O WORK AREA FOR THE                            **
      **            MATCHED EXISTING CLIENT CONTACT WORK FILE        **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
318852**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       01  WCCMW-SEQ-IO-WORK-AREA.
           05  WCCMW-SEQ-IO-COMMAND      PIC X(02).
           05  WCCMW-SEQ-IO-STATUS       PIC X(02).
               88  WCCMW-SEQ-IO-EOF             VALUE '08'.
           05  WCCMW-SEQ-FILE-STATUS     PIC X(02).
           05  WCCMW-SEQ-FILE-NAME       PIC X(08)  VALUE 'CCMW'.

      *****************************************************************
      **                 END OF COPYBOOK ACSWCCMW                    **
      *****************************************************************
