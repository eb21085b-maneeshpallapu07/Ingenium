      *****************************************************************
      **  MEMBER :  ACSWTHRF                                         **
      **  REMARKS:  I/O WORK AREA FOR THE                            **
      **            UNACKNOWLEDGED TARGET-HIT ELECTION               **
      **            FOLLOW-UP EXTRACT WRITTEN BY ASBM9518            **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
284617**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       01  WTHRF-SEQ-IO-WORK-AREA.
           05  WTHRF-SEQ-IO-COMMAND      PIC X(02).
           05  WTHRF-SEQ-IO-STATUS       PIC X(02).
               88  WTHRF-SEQ-IO-EOF             VALUE '08'.
           05  WTHRF-SEQ-FILE-STATUS     PIC X(02).
           05  WTHRF-SEQ-FILE-NAME       PIC X(08)  VALUE 'THRF'.

      *****************************************************************
      **                 END OF COPYBOOK ACSWTHRF                    **
      *****************************************************************
