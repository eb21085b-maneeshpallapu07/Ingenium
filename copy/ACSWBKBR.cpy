      *****************************************************************
      **  MEMBER :  ACSWBKBR                                         **
      **  REMARKS:  I/O WORK AREA FOR THE                            **
      **            BANK/BRANCH MASTER FROM THE BANKING              **
      **            ASSOCIATION WITH MERGE AND CLOSURE STATUS        **
      **            (ASRUBKBR)                                       **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
528093**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       01  WBKBR-SEQ-IO-WORK-AREA.
           05  WBKBR-SEQ-IO-COMMAND      PIC X(02).
           05  WBKBR-SEQ-IO-STATUS       PIC X(02).
               88  WBKBR-SEQ-IO-EOF             VALUE '08'.
           05  WBKBR-SEQ-FILE-STATUS     PIC X(02).
           05  WBKBR-SEQ-FILE-NAME       PIC X(08)  VALUE 'BKBR'.

      *****************************************************************
      **                 END OF COPYBOOK ACSWBKBR                    **
      *****************************************************************
