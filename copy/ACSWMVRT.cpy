      *****************************************************************
      **  MEMBER :  ACSWMVRT                                         **
      **  REMARKS:  I/O WORK AREA FOR THE                            **
      **            MVR THRESHOLD MASTER - FACE AMOUNT               **
      **            ABOVE WHICH A DRIVING RECORD IS ORDERED AND      **
      **            THE VIOLATION POINTS ABOVE WHICH IT IS REFERRED  **
      **            - ONE ROW PER PLAN, ALL-ASTERISK PLAN = DEFAULT  **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
951627**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       01  WMVRT-SEQ-IO-WORK-AREA.
           05  WMVRT-SEQ-IO-COMMAND      PIC X(02).
           05  WMVRT-SEQ-IO-STATUS       PIC X(02).
               88  WMVRT-SEQ-IO-EOF             VALUE '08'.
           05  WMVRT-SEQ-FILE-STATUS     PIC X(02).
           05  WMVRT-SEQ-FILE-NAME       PIC X(08)  VALUE 'MVRT'.

      *****************************************************************
      **                 END OF COPYBOOK ACSWMVRT                    **
      *****************************************************************
