      *****************************************************************
      **  MEMBER :  ACSWACAP                                         **
      **  REMARKS:  I/O WORK AREA FOR THE                            **
      **            CONFIRMED ADDRESS/CONTACT CHANGES FOR POLICY     **
      **            SERVICE                                          **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
318852**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       01  WACAP-SEQ-IO-WORK-AREA.
           05  WACAP-SEQ-IO-COMMAND      PIC X(02).
           05  WACAP-SEQ-IO-STATUS       PIC X(02).
               88  WACAP-SEQ-IO-EOF             VALUE '08'.
           05  WACAP-SEQ-FILE-STATUS     PIC X(02).
           05  WACAP-SEQ-FILE-NAME       PIC X(08)  VALUE 'ACAP'.

      *****************************************************************
      **                 END OF COPYBOOK ACSWACAP                    **
      *****************************************************************
