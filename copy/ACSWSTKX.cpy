      *****************************************************************
      **  MEMBER :  ACSWSTKX                                         **
      **  REMARKS:  I/O WORK AREA FOR THE                            **
      **            UNUSED APPLICATION STICKER REPORT EXTRACT -      **
      **            ONE ROW PER RUN OF ISSUED STICKERS STILL UNUSED  **
      **            PAST THE AUDIT AGE                               **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
756318**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       01  WSTKX-SEQ-IO-WORK-AREA.
           05  WSTKX-SEQ-IO-COMMAND      PIC X(02).
           05  WSTKX-SEQ-IO-STATUS       PIC X(02).
               88  WSTKX-SEQ-IO-EOF             VALUE '08'.
           05  WSTKX-SEQ-FILE-STATUS     PIC X(02).
           05  WSTKX-SEQ-FILE-NAME       PIC X(08)  VALUE 'STKX'.

      *****************************************************************
      **                 END OF COPYBOOK ACSWSTKX                    **
      *****************************************************************
