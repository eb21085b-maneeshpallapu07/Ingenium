      *****************************************************************
      **  MEMBER :  ACSWPNRX                                         **
      **  REMARKS:  I/O WORK AREA FOR THE                            **
      **            POLICY NUMBER RANGE INVENTORY AND EXHAUSTION     **
      **            PROJECTION REPORT EXTRACT (ASBM9502)             **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
741962**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       01  WPNRX-SEQ-IO-WORK-AREA.
           05  WPNRX-SEQ-IO-COMMAND      PIC X(02).
           05  WPNRX-SEQ-IO-STATUS       PIC X(02).
               88  WPNRX-SEQ-IO-EOF             VALUE '08'.
           05  WPNRX-SEQ-FILE-STATUS     PIC X(02).
           05  WPNRX-SEQ-FILE-NAME       PIC X(08)  VALUE 'PNRX'.

      *****************************************************************
      **                 END OF COPYBOOK ACSWPNRX                    **
      *****************************************************************
