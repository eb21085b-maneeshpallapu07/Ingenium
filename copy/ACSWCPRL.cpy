      *****************************************************************
      **  MEMBER :  ACSWCPRL                                         **
      **  REMARKS:  I/O WORK AREA FOR THE                            **
      **            CLIENT TO IN-FORCE POLICY RELATIONSHIP UNLOAD    **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
318852**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       01  WCPRL-SEQ-IO-WORK-AREA.
           05  WCPRL-SEQ-IO-COMMAND      PIC X(02).
           05  WCPRL-SEQ-IO-STATUS       PIC X(02).
               88  WCPRL-SEQ-IO-EOF             VALUE '08'.
           05  WCPRL-SEQ-FILE-STATUS     PIC X(02).
           05  WCPRL-SEQ-FILE-NAME       PIC X(08)  VALUE 'CPRL'.

      *****************************************************************
      **                 END OF COPYBOOK ACSWCPRL                    **
      *****************************************************************
