      *****************************************************************
      **  MEMBER :  ACSWMSHI                                         **
      **  REMARKS:  I/O WORK AREA FOR THE                            **
      **            IMPORT MESSAGE DAILY HISTORY                     **
      **            (PRIOR GENERATION) - ONE ROW PER                 **
      **            COMPANY, MESSAGE DATE AND SOURCE                 **
      **            APEX FIELD NAME                                  **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
703518**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       01  WMSHI-SEQ-IO-WORK-AREA.
           05  WMSHI-SEQ-IO-COMMAND      PIC X(02).
           05  WMSHI-SEQ-IO-STATUS       PIC X(02).
               88  WMSHI-SEQ-IO-EOF             VALUE '08'.
           05  WMSHI-SEQ-FILE-STATUS     PIC X(02).
           05  WMSHI-SEQ-FILE-NAME       PIC X(08)  VALUE 'MSHI'.

      *****************************************************************
      **                 END OF COPYBOOK ACSWMSHI                    **
      *****************************************************************
