      *****************************************************************
      **  MEMBER :  ACSWCRSK                                         **
      **  REMARKS:  I/O WORK AREA FOR THE                            **
      **            COUNTRY RISK MASTER - ONE ROW PER                **
      **            DESTINATION/RESIDENCE COUNTRY AND EFFECTIVE      **
      **            DATE WITH ITS RISK TIER, MAXIMUM ISSUABLE FACE   **
      **            AND REQUIRED UNDERWRITING ACTION                 **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
938214**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       01  WCRSK-SEQ-IO-WORK-AREA.
           05  WCRSK-SEQ-IO-COMMAND      PIC X(02).
           05  WCRSK-SEQ-IO-STATUS       PIC X(02).
               88  WCRSK-SEQ-IO-EOF             VALUE '08'.
           05  WCRSK-SEQ-FILE-STATUS     PIC X(02).
           05  WCRSK-SEQ-FILE-NAME       PIC X(08)  VALUE 'CRSK'.

      *****************************************************************
      **                 END OF COPYBOOK ACSWCRSK                    **
      *****************************************************************
