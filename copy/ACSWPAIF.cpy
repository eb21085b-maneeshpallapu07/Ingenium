      *****************************************************************
      **  MEMBER :  ACSWPAIF                                         **
      **  REMARKS:  I/O WORK AREA FOR THE                            **
      **            POLICY ADMINISTRATION IN-FORCE EXTRACT           **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
903318**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       01  WPAIF-SEQ-IO-WORK-AREA.
           05  WPAIF-SEQ-IO-COMMAND      PIC X(02).
           05  WPAIF-SEQ-IO-STATUS       PIC X(02).
               88  WPAIF-SEQ-IO-EOF             VALUE '08'.
           05  WPAIF-SEQ-FILE-STATUS     PIC X(02).
           05  WPAIF-SEQ-FILE-NAME       PIC X(08)  VALUE 'PAIF'.

      *****************************************************************
      **                 END OF COPYBOOK ACSWPAIF                    **
      *****************************************************************
