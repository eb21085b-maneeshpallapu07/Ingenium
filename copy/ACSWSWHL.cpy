      *****************************************************************
      **  MEMBER :  ACSWSWHL                                         **
      **  REMARKS:  I/O WORK AREA FOR THE                            **
      **            SELF-WRITTEN AND EMPLOYEE BUSINESS               **
      **            COMPLIANCE REVIEW HOLD FILE                      **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
517342**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       01  WSWHL-SEQ-IO-WORK-AREA.
           05  WSWHL-SEQ-IO-COMMAND      PIC X(02).
           05  WSWHL-SEQ-IO-STATUS       PIC X(02).
               88  WSWHL-SEQ-IO-EOF             VALUE '08'.
           05  WSWHL-SEQ-FILE-STATUS     PIC X(02).
           05  WSWHL-SEQ-FILE-NAME       PIC X(08)  VALUE 'SWHL'.

      *****************************************************************
      **                 END OF COPYBOOK ACSWSWHL                    **
      *****************************************************************
