      *****************************************************************
      **  MEMBER :  ACSWELHL                                         **
      **  REMARKS:  I/O WORK AREA FOR THE                            **
      **            ELDERLY APPLICANT PROTECTION HOLD FILE           **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
263951**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       01  WELHL-SEQ-IO-WORK-AREA.
           05  WELHL-SEQ-IO-COMMAND      PIC X(02).
           05  WELHL-SEQ-IO-STATUS       PIC X(02).
               88  WELHL-SEQ-IO-EOF             VALUE '08'.
           05  WELHL-SEQ-FILE-STATUS     PIC X(02).
           05  WELHL-SEQ-FILE-NAME       PIC X(08)  VALUE 'ELHL'.

      *****************************************************************
      **                 END OF COPYBOOK ACSWELHL                    **
      *****************************************************************
