      *****************************************************************
      **  MEMBER :  ACSWECMX                                         **
      **  REMARKS:  I/O WORK AREA FOR THE                            **
      **            EARLY-CLAIM MATCH-BACK REGISTER - EACH CLAIM     **
      **            WITH THE UNDERWRITING PATH OF ITS APPLICATION    **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
731046**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       01  WECMX-SEQ-IO-WORK-AREA.
           05  WECMX-SEQ-IO-COMMAND      PIC X(02).
           05  WECMX-SEQ-IO-STATUS       PIC X(02).
               88  WECMX-SEQ-IO-EOF             VALUE '08'.
           05  WECMX-SEQ-FILE-STATUS     PIC X(02).
           05  WECMX-SEQ-FILE-NAME       PIC X(08)  VALUE 'ECMX'.

      *****************************************************************
      **                 END OF COPYBOOK ACSWECMX                    **
      *****************************************************************
