      *****************************************************************
      **  MEMBER :  ACSWSMAT                                         **
      **  REMARKS:  I/O WORK AREA FOR THE                            **
      **            APPROVED SALES MATERIAL REGISTRY                 **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
529417**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       01  WSMAT-SEQ-IO-WORK-AREA.
           05  WSMAT-SEQ-IO-COMMAND      PIC X(02).
           05  WSMAT-SEQ-IO-STATUS       PIC X(02).
               88  WSMAT-SEQ-IO-EOF             VALUE '08'.
           05  WSMAT-SEQ-FILE-STATUS     PIC X(02).
           05  WSMAT-SEQ-FILE-NAME       PIC X(08)  VALUE 'SMAT'.

      *****************************************************************
      **                 END OF COPYBOOK ACSWSMAT                    **
      *****************************************************************
