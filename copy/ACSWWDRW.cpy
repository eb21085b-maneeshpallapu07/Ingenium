      *****************************************************************
      **  MEMBER :  ACSWWDRW                                         **
      **  REMARKS:  I/O WORK AREA FOR THE                            **
      **            WITHDRAWAL / NOT-TAKEN DISPOSITION TRANSACTION   **
      **            FILE - ONE RECORD PER PENDING APPLICATION THE    **
      **            APPLICANT HAS WITHDRAWN BEFORE ISSUE             **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
830261**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       01  WWDRW-SEQ-IO-WORK-AREA.
           05  WWDRW-SEQ-IO-COMMAND      PIC X(02).
           05  WWDRW-SEQ-IO-STATUS       PIC X(02).
               88  WWDRW-SEQ-IO-EOF             VALUE '08'.
           05  WWDRW-SEQ-FILE-STATUS     PIC X(02).
           05  WWDRW-SEQ-FILE-NAME       PIC X(08)  VALUE 'WDRW'.

      *****************************************************************
      **                 END OF COPYBOOK ACSWWDRW                    **
      *****************************************************************
