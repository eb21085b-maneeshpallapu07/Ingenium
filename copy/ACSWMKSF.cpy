      *****************************************************************
      **  MEMBER :  ACSWMKSF                                         **
      **  REMARKS:  I/O WORK AREA FOR THE                            **
      **            DAILY DO-NOT-CONTACT SUPPRESSION FEED TO THE     **
      **            MARKETING PLATFORM                               **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
427063**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       01  WMKSF-SEQ-IO-WORK-AREA.
           05  WMKSF-SEQ-IO-COMMAND      PIC X(02).
           05  WMKSF-SEQ-IO-STATUS       PIC X(02).
               88  WMKSF-SEQ-IO-EOF             VALUE '08'.
           05  WMKSF-SEQ-FILE-STATUS     PIC X(02).
           05  WMKSF-SEQ-FILE-NAME       PIC X(08)  VALUE 'MKSF'.

      *****************************************************************
      **                 END OF COPYBOOK ACSWMKSF                    **
      *****************************************************************
