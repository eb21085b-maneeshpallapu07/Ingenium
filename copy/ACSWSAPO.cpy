      *****************************************************************
      **  MEMBER :  ACSWSAPO                                         **
      **  REMARKS:  I/O WORK AREA FOR THE                            **
      **            SEPARATE ACCOUNT FUND PURCHASE ORDER FEED - ONE  **
      **            ROW PER ISSUED POLICY AND FUND, WITH A TRAILER   **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
692518**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       01  WSAPO-SEQ-IO-WORK-AREA.
           05  WSAPO-SEQ-IO-COMMAND      PIC X(02).
           05  WSAPO-SEQ-IO-STATUS       PIC X(02).
               88  WSAPO-SEQ-IO-EOF             VALUE '08'.
           05  WSAPO-SEQ-FILE-STATUS     PIC X(02).
           05  WSAPO-SEQ-FILE-NAME       PIC X(08)  VALUE 'SAPO'.

      *****************************************************************
      **                 END OF COPYBOOK ACSWSAPO                    **
      *****************************************************************
