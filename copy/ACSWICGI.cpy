      *****************************************************************
      **  MEMBER :  ACSWICGI                                         **
      **  REMARKS:  I/O WORK AREA FOR THE                            **
      **            IFRS 17 CONTRACT GROUP REGISTER (PRIOR           **
      **            GENERATION) - ONE ROW PER ASSIGNMENT OF AN       **
      **            ISSUED POLICY, WITH ITS RECLASSIFICATION HISTORY **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
572903**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       01  WICGI-SEQ-IO-WORK-AREA.
           05  WICGI-SEQ-IO-COMMAND      PIC X(02).
           05  WICGI-SEQ-IO-STATUS       PIC X(02).
               88  WICGI-SEQ-IO-EOF             VALUE '08'.
           05  WICGI-SEQ-FILE-STATUS     PIC X(02).
           05  WICGI-SEQ-FILE-NAME       PIC X(08)  VALUE 'ICGI'.

      *****************************************************************
      **                 END OF COPYBOOK ACSWICGI                    **
      *****************************************************************
