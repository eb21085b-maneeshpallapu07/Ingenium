      *****************************************************************
      **  MEMBER :  ACSWCCAQ                                         **
      **  REMARKS:  I/O WORK AREA FOR THE                            **
      **            CARD AUTHORIZATION REQUEST FILE                  **
      **            SENT TO THE PAYMENT GATEWAY (ASBM9524)           **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
386274**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       01  WCCAQ-SEQ-IO-WORK-AREA.
           05  WCCAQ-SEQ-IO-COMMAND      PIC X(02).
           05  WCCAQ-SEQ-IO-STATUS       PIC X(02).
               88  WCCAQ-SEQ-IO-EOF             VALUE '08'.
           05  WCCAQ-SEQ-FILE-STATUS     PIC X(02).
           05  WCCAQ-SEQ-FILE-NAME       PIC X(08)  VALUE 'CCAQ'.

      *****************************************************************
      **                 END OF COPYBOOK ACSWCCAQ                    **
      *****************************************************************
