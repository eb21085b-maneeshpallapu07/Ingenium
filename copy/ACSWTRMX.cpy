      *****************************************************************
      **  MEMBER :  ACSWTRMX                                         **
      **  REMARKS:  I/O WORK AREA FOR THE                            **
      **            ORIGINAL-POLICY TERMINATION INSTRUCTION FEED     **
      **            WRITTEN BY ASBM9508 AND READ BACK BY ASBM9509    **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
903318**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       01  WTRMX-SEQ-IO-WORK-AREA.
           05  WTRMX-SEQ-IO-COMMAND      PIC X(02).
           05  WTRMX-SEQ-IO-STATUS       PIC X(02).
               88  WTRMX-SEQ-IO-EOF             VALUE '08'.
           05  WTRMX-SEQ-FILE-STATUS     PIC X(02).
           05  WTRMX-SEQ-FILE-NAME       PIC X(08)  VALUE 'TRMX'.

      *****************************************************************
      **                 END OF COPYBOOK ACSWTRMX                    **
      *****************************************************************
