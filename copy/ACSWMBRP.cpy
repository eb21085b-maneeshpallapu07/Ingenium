      *****************************************************************
      **  MEMBER :  ACSWMBRP                                         **
      **  REMARKS:  I/O WORK AREA FOR THE                            **
      **            MINOR BENEFICIARY DESIGNATION REPORT BY SALES    **
      **            OFFICE WRITTEN BY ASBM9542                       **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
481736**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       01  WMBRP-SEQ-IO-WORK-AREA.
           05  WMBRP-SEQ-IO-COMMAND      PIC X(02).
           05  WMBRP-SEQ-IO-STATUS       PIC X(02).
               88  WMBRP-SEQ-IO-EOF             VALUE '08'.
           05  WMBRP-SEQ-FILE-STATUS     PIC X(02).
           05  WMBRP-SEQ-FILE-NAME       PIC X(08)  VALUE 'MBRP'.

      *****************************************************************
      **                 END OF COPYBOOK ACSWMBRP                    **
      *****************************************************************
