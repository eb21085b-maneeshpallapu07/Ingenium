      *****************************************************************
      **  MEMBER :  ACSWCOFC                                         **
      **  REMARKS:  I/O WORK AREA FOR THE                            **
      **            COUNTER-OFFER CHASE LIST                         **
      **            WRITTEN BY ASBM9515                              **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
318274**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       01  WCOFC-SEQ-IO-WORK-AREA.
           05  WCOFC-SEQ-IO-COMMAND      PIC X(02).
           05  WCOFC-SEQ-IO-STATUS       PIC X(02).
               88  WCOFC-SEQ-IO-EOF             VALUE '08'.
           05  WCOFC-SEQ-FILE-STATUS     PIC X(02).
           05  WCOFC-SEQ-FILE-NAME       PIC X(08)  VALUE 'COFC'.

      *****************************************************************
      **                 END OF COPYBOOK ACSWCOFC                    **
      *****************************************************************
