      *****************************************************************
      **  MEMBER :  ACSWUCPX                                         **
      **  REMARKS:  I/O WORK AREA FOR THE                            **
      **            UNCLAIMED CWA RECEIPT EXTRACT - DUE-DILIGENCE    **
      **            LETTER CANDIDATES, UNCLAIMED-PROPERTY FILING     **
      **            ROWS AND THE DORMANCY AGING SUMMARY              **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
830261**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       01  WUCPX-SEQ-IO-WORK-AREA.
           05  WUCPX-SEQ-IO-COMMAND      PIC X(02).
           05  WUCPX-SEQ-IO-STATUS       PIC X(02).
               88  WUCPX-SEQ-IO-EOF             VALUE '08'.
           05  WUCPX-SEQ-FILE-STATUS     PIC X(02).
           05  WUCPX-SEQ-FILE-NAME       PIC X(08)  VALUE 'UCPX'.

      *****************************************************************
      **                 END OF COPYBOOK ACSWUCPX                    **
      *****************************************************************
