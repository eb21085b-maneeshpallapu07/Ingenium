      *****************************************************************
      **  MEMBER :  ACSWTLRX                                         **
      **  REMARKS:  I/O WORK AREA FOR THE                            **
      **            BATCH TELEMETRY EXCEPTION EXTRACT - STEPS        **
      **            THAT RAN LONG, PROCESSED A DEVIANT VOLUME,       **
      **            NEVER RAN AT ALL, OR RETRIED A LOCK CONFLICT     **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
527318**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       01  WTLRX-SEQ-IO-WORK-AREA.
           05  WTLRX-SEQ-IO-COMMAND      PIC X(02).
           05  WTLRX-SEQ-IO-STATUS       PIC X(02).
               88  WTLRX-SEQ-IO-EOF             VALUE '08'.
           05  WTLRX-SEQ-FILE-STATUS     PIC X(02).
           05  WTLRX-SEQ-FILE-NAME       PIC X(08)  VALUE 'TLRX'.

      *****************************************************************
      **                 END OF COPYBOOK ACSWTLRX                    **
      *****************************************************************
