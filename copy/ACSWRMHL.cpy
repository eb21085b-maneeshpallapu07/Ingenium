      *****************************************************************
      **  MEMBER :  ACSWRMHL                                         **
      **  REMARKS:  I/O WORK AREA FOR THE                            **
      **            RETURNED-MAIL HOLD FILE - APPLICATIONS WHOSE     **
      **            MAILING ADDRESS CAME BACK UNDELIVERABLE, HELD    **
      **            FROM FURTHER MAILINGS UNTIL THE SERVICING        **
      **            BRANCH CORRECTS THE ADDRESS                      **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
927461**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       01  WRMHL-SEQ-IO-WORK-AREA.
           05  WRMHL-SEQ-IO-COMMAND      PIC X(02).
           05  WRMHL-SEQ-IO-STATUS       PIC X(02).
               88  WRMHL-SEQ-IO-EOF             VALUE '08'.
           05  WRMHL-SEQ-FILE-STATUS     PIC X(02).
           05  WRMHL-SEQ-FILE-NAME       PIC X(08)  VALUE 'RMHL'.

      *****************************************************************
      **                 END OF COPYBOOK ACSWRMHL                    **
      *****************************************************************
