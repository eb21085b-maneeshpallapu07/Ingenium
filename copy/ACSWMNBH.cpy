      *****************************************************************
      **  MEMBER :  ACSWMNBH                                         **
      **  REMARKS:  I/O WORK AREA FOR THE                            **
      **            MINOR BENEFICIARY CUSTODIAN HOLD FILE WRITTEN BY **
      **            ASBM9542 AND MERGED INTO THE WORK QUEUE BY       **
      **            ASBM9428                                         **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
481736**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       01  WMNBH-SEQ-IO-WORK-AREA.
           05  WMNBH-SEQ-IO-COMMAND      PIC X(02).
           05  WMNBH-SEQ-IO-STATUS       PIC X(02).
               88  WMNBH-SEQ-IO-EOF             VALUE '08'.
           05  WMNBH-SEQ-FILE-STATUS     PIC X(02).
           05  WMNBH-SEQ-FILE-NAME       PIC X(08)  VALUE 'MNBH'.

      *****************************************************************
      **                 END OF COPYBOOK ACSWMNBH                    **
      *****************************************************************
