      *****************************************************************
      **  MEMBER :  ACSWCHRP                                         **
      **  REMARKS:  I/O WORK AREA FOR THE                            **
      **            AGENT REPLACEMENT-CHURNING REVIEW REPORT         **
      **            (PRINT IMAGE)                                    **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
418263**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       01  WCHRP-SEQ-IO-WORK-AREA.
           05  WCHRP-SEQ-IO-COMMAND      PIC X(02).
           05  WCHRP-SEQ-IO-STATUS       PIC X(02).
               88  WCHRP-SEQ-IO-EOF             VALUE '08'.
           05  WCHRP-SEQ-FILE-STATUS     PIC X(02).
           05  WCHRP-SEQ-FILE-NAME       PIC X(08)  VALUE 'CHRP'.

      *****************************************************************
      **                 END OF COPYBOOK ACSWCHRP                    **
      *****************************************************************
