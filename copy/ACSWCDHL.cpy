      *****************************************************************
      **  MEMBER :  ACSWCDHL                                         **
      **  REMARKS:  I/O WORK AREA FOR THE                            **
      **            CARD DECLINE HOLD FILE                           **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
386274**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       01  WCDHL-SEQ-IO-WORK-AREA.
           05  WCDHL-SEQ-IO-COMMAND      PIC X(02).
           05  WCDHL-SEQ-IO-STATUS       PIC X(02).
               88  WCDHL-SEQ-IO-EOF             VALUE '08'.
           05  WCDHL-SEQ-FILE-STATUS     PIC X(02).
           05  WCDHL-SEQ-FILE-NAME       PIC X(08)  VALUE 'CDHL'.

      *****************************************************************
      **                 END OF COPYBOOK ACSWCDHL                    **
      *****************************************************************
