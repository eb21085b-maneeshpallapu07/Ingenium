      *****************************************************************
      **  MEMBER :  ACSWECRX                                         **
      **  REMARKS:  I/O WORK AREA FOR THE                            **
      **            EARLY-CLAIM EXPERIENCE REPORT BY UNDERWRITING    **
      **            PATH, PLAN AND CHANNEL                           **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
731046**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       01  WECRX-SEQ-IO-WORK-AREA.
           05  WECRX-SEQ-IO-COMMAND      PIC X(02).
           05  WECRX-SEQ-IO-STATUS       PIC X(02).
               88  WECRX-SEQ-IO-EOF             VALUE '08'.
           05  WECRX-SEQ-FILE-STATUS     PIC X(02).
           05  WECRX-SEQ-FILE-NAME       PIC X(08)  VALUE 'ECRX'.

      *****************************************************************
      **                 END OF COPYBOOK ACSWECRX                    **
      *****************************************************************
