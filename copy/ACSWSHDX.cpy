      *****************************************************************
      **  MEMBER :  ACSWSHDX                                         **
      **  REMARKS:  I/O WORK AREA FOR THE                            **
      **            AUTO-DECISION SHADOW EXTRACT - PRODUCTION VS     **
      **            CANDIDATE OUTCOME PER APPLICATION                **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
731046**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       01  WSHDX-SEQ-IO-WORK-AREA.
           05  WSHDX-SEQ-IO-COMMAND      PIC X(02).
           05  WSHDX-SEQ-IO-STATUS       PIC X(02).
               88  WSHDX-SEQ-IO-EOF             VALUE '08'.
           05  WSHDX-SEQ-FILE-STATUS     PIC X(02).
           05  WSHDX-SEQ-FILE-NAME       PIC X(08)  VALUE 'SHDX'.

      *****************************************************************
      **                 END OF COPYBOOK ACSWSHDX                    **
      *****************************************************************
