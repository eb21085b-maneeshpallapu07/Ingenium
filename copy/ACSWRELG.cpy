      *****************************************************************
      **  MEMBER :  ACSWRELG                                         **
      **  REMARKS:  I/O WORK AREA FOR THE                            **
      **            RIDER ELIGIBILITY AND PLAN ISSUE-LIMIT           **
      **            MATRIX READ BY ASRURELG                          **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
463905**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       01  WRELG-SEQ-IO-WORK-AREA.
           05  WRELG-SEQ-IO-COMMAND      PIC X(02).
           05  WRELG-SEQ-IO-STATUS       PIC X(02).
               88  WRELG-SEQ-IO-EOF             VALUE '08'.
           05  WRELG-SEQ-FILE-STATUS     PIC X(02).
           05  WRELG-SEQ-FILE-NAME       PIC X(08)  VALUE 'RELG'.

      *****************************************************************
      **                 END OF COPYBOOK ACSWRELG                    **
      *****************************************************************
