      *****************************************************************
      **  MEMBER :  ACSWMKPM                                         **
      **  REMARKS:  I/O WORK AREA FOR THE                            **
      **            MARKETING CONSENT PREFERENCE FILE - CURRENT      **
      **            GENERATION, ONE ROW PER CLIENT                   **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
427063**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       01  WMKPM-SEQ-IO-WORK-AREA.
           05  WMKPM-SEQ-IO-COMMAND      PIC X(02).
           05  WMKPM-SEQ-IO-STATUS       PIC X(02).
               88  WMKPM-SEQ-IO-EOF             VALUE '08'.
           05  WMKPM-SEQ-FILE-STATUS     PIC X(02).
           05  WMKPM-SEQ-FILE-NAME       PIC X(08)  VALUE 'MKPM'.

      *****************************************************************
      **                 END OF COPYBOOK ACSWMKPM                    **
      *****************************************************************
