      *****************************************************************
      **  MEMBER :  ACSWACCF                                         **
      **  REMARKS:  I/O WORK AREA FOR THE                            **
      **            BRANCH ADDRESS/CONTACT CHANGE CONFIRMATION CARDS **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
318852**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       01  WACCF-SEQ-IO-WORK-AREA.
           05  WACCF-SEQ-IO-COMMAND      PIC X(02).
           05  WACCF-SEQ-IO-STATUS       PIC X(02).
               88  WACCF-SEQ-IO-EOF             VALUE '08'.
           05  WACCF-SEQ-FILE-STATUS     PIC X(02).
           05  WACCF-SEQ-FILE-NAME       PIC X(08)  VALUE 'ACCF'.

      *****************************************************************
      **                 END OF COPYBOOK ACSWACCF                    **
      *****************************************************************
