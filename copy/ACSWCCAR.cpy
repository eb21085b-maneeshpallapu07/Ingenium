      *****************************************************************
      **  MEMBER :  ACSWCCAR                                         **
      **  REMARKS:  I/O WORK AREA FOR THE                            **
      **            CARD AUTHORIZATION RESULT FILE                   **
      **            RETURNED BY THE PAYMENT GATEWAY                  **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
386274**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       01  WCCAR-SEQ-IO-WORK-AREA.
           05  WCCAR-SEQ-IO-COMMAND      PIC X(02).
           05  WCCAR-SEQ-IO-STATUS       PIC X(02).
               88  WCCAR-SEQ-IO-EOF             VALUE '08'.
           05  WCCAR-SEQ-FILE-STATUS     PIC X(02).
           05  WCCAR-SEQ-FILE-NAME       PIC X(08)  VALUE 'CCAR'.

      *****************************************************************
      **                 END OF COPYBOOK ACSWCCAR                    **
      *****************************************************************
