      *****************************************************************
      **  MEMBER :  ACSWDSRQ                                         **
      **  REMARKS:  I/O WORK AREA FOR THE                            **
      **            PERSONAL DATA ACCESS REQUEST CARD FILE           **
      **            (ONE CARD PER DATA SUBJECT) READ BY ASBM9513     **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
963852**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       01  WDSRQ-SEQ-IO-WORK-AREA.
           05  WDSRQ-SEQ-IO-COMMAND      PIC X(02).
           05  WDSRQ-SEQ-IO-STATUS       PIC X(02).
               88  WDSRQ-SEQ-IO-EOF             VALUE '08'.
           05  WDSRQ-SEQ-FILE-STATUS     PIC X(02).
           05  WDSRQ-SEQ-FILE-NAME       PIC X(08)  VALUE 'DSRQ'.

      *****************************************************************
      **                 END OF COPYBOOK ACSWDSRQ                    **
      *****************************************************************
