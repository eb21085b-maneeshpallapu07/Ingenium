      *****************************************************************
      **  MEMBER :  ACSWCWIR                                         **
      **  REMARKS:  I/O WORK AREA FOR THE                            **
      **            CWA INTEREST RATE MASTER - STATUTORY HOLDING     **
      **            PERIOD AND ANNUAL INTEREST RATE BY ISSUE         **
      **            JURISDICTION AND EFFECTIVE DATE                  **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
527308**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       01  WCWIR-SEQ-IO-WORK-AREA.
           05  WCWIR-SEQ-IO-COMMAND      PIC X(02).
           05  WCWIR-SEQ-IO-STATUS       PIC X(02).
               88  WCWIR-SEQ-IO-EOF             VALUE '08'.
           05  WCWIR-SEQ-FILE-STATUS     PIC X(02).
           05  WCWIR-SEQ-FILE-NAME       PIC X(08)  VALUE 'CWIR'.

      *****************************************************************
      **                 END OF COPYBOOK ACSWCWIR                    **
      *****************************************************************
