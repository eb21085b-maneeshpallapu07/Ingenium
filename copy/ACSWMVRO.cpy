      *****************************************************************
      **  MEMBER :  ACSWMVRO                                         **
      **  REMARKS:  I/O WORK AREA FOR THE                            **
      **            MOTOR VEHICLE RECORD ORDER EXTRACT - ONE ROW     **
      **            PER INSURED ORDERED AT IMPORT, SENT TO THE MVR   **
      **            VENDOR AND KEPT AS THE ORDER HISTORY THAT        **
      **            RESULTS ARE MATCHED BACK AGAINST                 **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
951627**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       01  WMVRO-SEQ-IO-WORK-AREA.
           05  WMVRO-SEQ-IO-COMMAND      PIC X(02).
           05  WMVRO-SEQ-IO-STATUS       PIC X(02).
               88  WMVRO-SEQ-IO-EOF             VALUE '08'.
           05  WMVRO-SEQ-FILE-STATUS     PIC X(02).
           05  WMVRO-SEQ-FILE-NAME       PIC X(08)  VALUE 'MVRO'.

      *****************************************************************
      **                 END OF COPYBOOK ACSWMVRO                    **
      *****************************************************************
