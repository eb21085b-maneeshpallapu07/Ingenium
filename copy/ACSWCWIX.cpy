      *****************************************************************
      **  MEMBER :  ACSWCWIX                                         **
      **  REMARKS:  I/O WORK AREA FOR THE                            **
      **            MONTHLY CWA INTEREST EXTRACT WRITTEN BY          **
      **            ASBM9536                                         **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
527308**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       01  WCWIX-SEQ-IO-WORK-AREA.
           05  WCWIX-SEQ-IO-COMMAND      PIC X(02).
           05  WCWIX-SEQ-IO-STATUS       PIC X(02).
               88  WCWIX-SEQ-IO-EOF             VALUE '08'.
           05  WCWIX-SEQ-FILE-STATUS     PIC X(02).
           05  WCWIX-SEQ-FILE-NAME       PIC X(08)  VALUE 'CWIX'.

      *****************************************************************
      **                 END OF COPYBOOK ACSWCWIX                    **
      *****************************************************************
