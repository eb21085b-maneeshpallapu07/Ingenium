      *****************************************************************
      **  MEMBER :  ACSWSPKX                                         **
      **  REMARKS:  I/O WORK AREA FOR THE                            **
      **            UFLD/UTTB POST-CHANGE ERROR-SPIKE                **
      **            ALERT EXTRACT WRITTEN BY ASBM9501                **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
703518**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       01  WSPKX-SEQ-IO-WORK-AREA.
           05  WSPKX-SEQ-IO-COMMAND      PIC X(02).
           05  WSPKX-SEQ-IO-STATUS       PIC X(02).
               88  WSPKX-SEQ-IO-EOF             VALUE '08'.
           05  WSPKX-SEQ-FILE-STATUS     PIC X(02).
           05  WSPKX-SEQ-FILE-NAME       PIC X(08)  VALUE 'SPKX'.

      *****************************************************************
      **                 END OF COPYBOOK ACSWSPKX                    **
      *****************************************************************
