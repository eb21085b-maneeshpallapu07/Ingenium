      *****************************************************************
      **  MEMBER :  ACSWTRMF                                         **
      **  REMARKS:  I/O WORK AREA FOR THE                            **
      **            CONVERSION TERMINATION FOLLOW-UP EXTRACT         **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
903318**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       01  WTRMF-SEQ-IO-WORK-AREA.
           05  WTRMF-SEQ-IO-COMMAND      PIC X(02).
           05  WTRMF-SEQ-IO-STATUS       PIC X(02).
               88  WTRMF-SEQ-IO-EOF             VALUE '08'.
           05  WTRMF-SEQ-FILE-STATUS     PIC X(02).
           05  WTRMF-SEQ-FILE-NAME       PIC X(08)  VALUE 'TRMF'.

      *****************************************************************
      **                 END OF COPYBOOK ACSWTRMF                    **
      *****************************************************************
