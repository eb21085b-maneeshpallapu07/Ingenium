      *****************************************************************
      **  MEMBER :  ACSWSOHR                                         **
      **  REMARKS:  I/O WORK AREA FOR THE                            **
      **            SALES ORGANIZATION HIERARCHY MASTER - SALES      **
      **            OFFICE TO BRANCH TO REGION BY EFFECTIVE DATE,    **
      **            WITH THE OLD-TO-NEW REMAP OF MERGED OFFICES      **
      **            (ASRUSOHR)                                       **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
317846**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       01  WSOHR-SEQ-IO-WORK-AREA.
           05  WSOHR-SEQ-IO-COMMAND      PIC X(02).
           05  WSOHR-SEQ-IO-STATUS       PIC X(02).
               88  WSOHR-SEQ-IO-EOF             VALUE '08'.
           05  WSOHR-SEQ-FILE-STATUS     PIC X(02).
           05  WSOHR-SEQ-FILE-NAME       PIC X(08)  VALUE 'SOHR'.

      *****************************************************************
      **                 END OF COPYBOOK ACSWSOHR                    **
      *****************************************************************
