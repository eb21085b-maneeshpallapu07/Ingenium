      *****************************************************************
      **  MEMBER :  ACSWUFWX                                         **
      **  REMARKS:  I/O WORK AREA FOR THE                            **
      **            WEEKLY NEW / STILL-UNRESOLVED UNMAPPED           **
      **            APEX FIELD REPORT EXTRACT WRITTEN BY             **
      **            ASBM9500                                         **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
611203**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       01  WUFWX-SEQ-IO-WORK-AREA.
           05  WUFWX-SEQ-IO-COMMAND      PIC X(02).
           05  WUFWX-SEQ-IO-STATUS       PIC X(02).
               88  WUFWX-SEQ-IO-EOF             VALUE '08'.
           05  WUFWX-SEQ-FILE-STATUS     PIC X(02).
           05  WUFWX-SEQ-FILE-NAME       PIC X(08)  VALUE 'UFWX'.

      *****************************************************************
      **                 END OF COPYBOOK ACSWUFWX                    **
      *****************************************************************
