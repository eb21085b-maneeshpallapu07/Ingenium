      *****************************************************************
      **  MEMBER :  ACSWUWPR                                         **
      **  REMARKS:  I/O WORK AREA FOR THE                            **
      **            UNDERWRITING PATH REGISTER - ONE ROW PER POLICY  **
      **            AT ISSUE                                         **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
731046**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       01  WUWPR-SEQ-IO-WORK-AREA.
           05  WUWPR-SEQ-IO-COMMAND      PIC X(02).
           05  WUWPR-SEQ-IO-STATUS       PIC X(02).
               88  WUWPR-SEQ-IO-EOF             VALUE '08'.
           05  WUWPR-SEQ-FILE-STATUS     PIC X(02).
           05  WUWPR-SEQ-FILE-NAME       PIC X(08)  VALUE 'UWPR'.

      *****************************************************************
      **                 END OF COPYBOOK ACSWUWPR                    **
      *****************************************************************
