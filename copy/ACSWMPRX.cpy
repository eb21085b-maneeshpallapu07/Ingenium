      *****************************************************************
      **  MEMBER :  ACSWMPRX                                         **
      **  REMARKS:  I/O WORK AREA FOR THE                            **
      **            MODEL-EXPANDED FUND ALLOCATION EXTRACT           **
      **            WRITTEN BY ASBM9516 IN THE RUFND LAYOUT          **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
536182**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       01  WMPRX-SEQ-IO-WORK-AREA.
           05  WMPRX-SEQ-IO-COMMAND      PIC X(02).
           05  WMPRX-SEQ-IO-STATUS       PIC X(02).
               88  WMPRX-SEQ-IO-EOF             VALUE '08'.
           05  WMPRX-SEQ-FILE-STATUS     PIC X(02).
           05  WMPRX-SEQ-FILE-NAME       PIC X(08)  VALUE 'MPRX'.

      *****************************************************************
      **                 END OF COPYBOOK ACSWMPRX                    **
      *****************************************************************
