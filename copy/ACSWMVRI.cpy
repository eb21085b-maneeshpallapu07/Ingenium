      *****************************************************************
      **  MEMBER :  ACSWMVRI                                         **
      **  REMARKS:  I/O WORK AREA FOR THE                            **
      **            INBOUND MOTOR VEHICLE RECORD RESULTS FILE FROM   **
      **            THE MVR VENDOR - ONE ROW PER INSURED ORDERED     **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
951627**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       01  WMVRI-SEQ-IO-WORK-AREA.
           05  WMVRI-SEQ-IO-COMMAND      PIC X(02).
           05  WMVRI-SEQ-IO-STATUS       PIC X(02).
               88  WMVRI-SEQ-IO-EOF             VALUE '08'.
           05  WMVRI-SEQ-FILE-STATUS     PIC X(02).
           05  WMVRI-SEQ-FILE-NAME       PIC X(08)  VALUE 'MVRI'.

      *****************************************************************
      **                 END OF COPYBOOK ACSWMVRI                    **
      *****************************************************************
