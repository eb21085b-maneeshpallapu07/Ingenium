      *****************************************************************
      **  MEMBER :  ACSWRTMI                                         **
      **  REMARKS:  I/O WORK AREA FOR THE                            **
      **            RETURNED-MAIL FILE FROM THE PRINT/MAIL           **
      **            VENDOR - ONE ROW PER LETTER OR POLICY KIT        **
      **            RETURNED UNDELIVERABLE                           **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
927461**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       01  WRTMI-SEQ-IO-WORK-AREA.
           05  WRTMI-SEQ-IO-COMMAND      PIC X(02).
           05  WRTMI-SEQ-IO-STATUS       PIC X(02).
               88  WRTMI-SEQ-IO-EOF             VALUE '08'.
           05  WRTMI-SEQ-FILE-STATUS     PIC X(02).
           05  WRTMI-SEQ-FILE-NAME       PIC X(08)  VALUE 'RTMI'.

      *****************************************************************
      **                 END OF COPYBOOK ACSWRTMI                    **
      *****************************************************************
