      *****************************************************************
      **  MEMBER :  ACSWIMPX                                         **
      **  REMARKS:  I/O WORK AREA FOR THE                            **
      **            CODED IMPAIRMENT EXTRACT - ONE ROW PER INSURED   **
      **            AND IMPAIRMENT CODE ON EACH CONVERTED APPLICATION**
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
782630**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       01  WIMPX-SEQ-IO-WORK-AREA.
           05  WIMPX-SEQ-IO-COMMAND      PIC X(02).
           05  WIMPX-SEQ-IO-STATUS       PIC X(02).
               88  WIMPX-SEQ-IO-EOF             VALUE '08'.
           05  WIMPX-SEQ-FILE-STATUS     PIC X(02).
           05  WIMPX-SEQ-FILE-NAME       PIC X(08)  VALUE 'IMPX'.

      *****************************************************************
      **                 END OF COPYBOOK ACSWIMPX                    **
      *****************************************************************
