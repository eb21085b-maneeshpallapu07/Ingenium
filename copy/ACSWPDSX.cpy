      *****************************************************************
      **  MEMBER :  ACSWPDSX                                         **
      **  REMARKS:  I/O WORK AREA FOR THE                            **
      **            WORKSITE PAYROLL-DEDUCTION SCHEDULE FEED         **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
915872**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       01  WPDSX-SEQ-IO-WORK-AREA.
           05  WPDSX-SEQ-IO-COMMAND      PIC X(02).
           05  WPDSX-SEQ-IO-STATUS       PIC X(02).
               88  WPDSX-SEQ-IO-EOF             VALUE '08'.
           05  WPDSX-SEQ-FILE-STATUS     PIC X(02).
           05  WPDSX-SEQ-FILE-NAME       PIC X(08)  VALUE 'PDSX'.

      *****************************************************************
      **                 END OF COPYBOOK ACSWPDSX                    **
      *****************************************************************
