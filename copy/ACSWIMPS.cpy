      *****************************************************************
      **  MEMBER :  ACSWIMPS                                         **
      **  REMARKS:  I/O WORK AREA FOR THE                            **
      **            IMPAIRMENT MIX SUMMARY - INSUREDS BY PLAN AND    **
      **            IMPAIRMENT CODE                                  **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
782630**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       01  WIMPS-SEQ-IO-WORK-AREA.
           05  WIMPS-SEQ-IO-COMMAND      PIC X(02).
           05  WIMPS-SEQ-IO-STATUS       PIC X(02).
               88  WIMPS-SEQ-IO-EOF             VALUE '08'.
           05  WIMPS-SEQ-FILE-STATUS     PIC X(02).
           05  WIMPS-SEQ-FILE-NAME       PIC X(08)  VALUE 'IMPS'.

      *****************************************************************
      **                 END OF COPYBOOK ACSWIMPS                    **
      *****************************************************************
