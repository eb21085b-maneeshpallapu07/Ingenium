      *****************************************************************
      **  MEMBER :  ACSWRFFX                                         **
      **  REMARKS:  I/O WORK AREA FOR THE                            **
      **            MONTHLY REFERRAL FEE EXTRACT FOR THE PARTNER     **
      **            MANAGERS (ASBM9523)                              **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
271946**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       01  WRFFX-SEQ-IO-WORK-AREA.
           05  WRFFX-SEQ-IO-COMMAND      PIC X(02).
           05  WRFFX-SEQ-IO-STATUS       PIC X(02).
               88  WRFFX-SEQ-IO-EOF             VALUE '08'.
           05  WRFFX-SEQ-FILE-STATUS     PIC X(02).
           05  WRFFX-SEQ-FILE-NAME       PIC X(08)  VALUE 'RFFX'.

      *****************************************************************
      **                 END OF COPYBOOK ACSWRFFX                    **
      *****************************************************************
