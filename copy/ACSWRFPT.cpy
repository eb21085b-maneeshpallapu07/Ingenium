      *****************************************************************
      **  MEMBER :  ACSWRFPT                                         **
      **  REMARKS:  I/O WORK AREA FOR THE                            **
      **            REFERRAL PARTNER MASTER - REFERRAL CODE TO       **
      **            PARTNER AND FEE SCHEDULE (ASBM9522, ASBM9523)    **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
271946**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       01  WRFPT-SEQ-IO-WORK-AREA.
           05  WRFPT-SEQ-IO-COMMAND      PIC X(02).
           05  WRFPT-SEQ-IO-STATUS       PIC X(02).
               88  WRFPT-SEQ-IO-EOF             VALUE '08'.
           05  WRFPT-SEQ-FILE-STATUS     PIC X(02).
           05  WRFPT-SEQ-FILE-NAME       PIC X(08)  VALUE 'RFPT'.

      *****************************************************************
      **                 END OF COPYBOOK ACSWRFPT                    **
      *****************************************************************
