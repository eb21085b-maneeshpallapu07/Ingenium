      *****************************************************************
      **  MEMBER :  ACSWIMPC                                         **
      **  REMARKS:  I/O WORK AREA FOR THE                            **
      **            IMPAIRMENT CODE MASTER - MAPS MEDICAL-EVIDENCE   **
      **            QUESTIONNAIRE STRUCTURES AND ANSWERS TO THE      **
      **            STANDARD IMPAIRMENT CODES                        **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
782630**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       01  WIMPC-SEQ-IO-WORK-AREA.
           05  WIMPC-SEQ-IO-COMMAND      PIC X(02).
           05  WIMPC-SEQ-IO-STATUS       PIC X(02).
               88  WIMPC-SEQ-IO-EOF             VALUE '08'.
           05  WIMPC-SEQ-FILE-STATUS     PIC X(02).
           05  WIMPC-SEQ-FILE-NAME       PIC X(08)  VALUE 'IMPC'.

      *****************************************************************
      **                 END OF COPYBOOK ACSWIMPC                    **
      *****************************************************************
