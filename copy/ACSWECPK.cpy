      *****************************************************************
      **  MEMBER :  ACSWECPK                                         **
      **  REMARKS:  I/O WORK AREA FOR THE                            **
      **            CONTESTABLE-INVESTIGATION PACKET - WHAT WAS      **
      **            DISCLOSED AT APPLICATION                         **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
731046**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       01  WECPK-SEQ-IO-WORK-AREA.
           05  WECPK-SEQ-IO-COMMAND      PIC X(02).
           05  WECPK-SEQ-IO-STATUS       PIC X(02).
               88  WECPK-SEQ-IO-EOF             VALUE '08'.
           05  WECPK-SEQ-FILE-STATUS     PIC X(02).
           05  WECPK-SEQ-FILE-NAME       PIC X(08)  VALUE 'ECPK'.

      *****************************************************************
      **                 END OF COPYBOOK ACSWECPK                    **
      *****************************************************************
