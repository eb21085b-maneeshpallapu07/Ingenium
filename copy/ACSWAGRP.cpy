      *****************************************************************
      **  MEMBER :  ACSWAGRP                                         **
      **  REMARKS:  I/O WORK AREA FOR THE                            **
      **            ORPHANED-AGENT REASSIGNMENT REPORT               **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
604519**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       01  WAGRP-SEQ-IO-WORK-AREA.
           05  WAGRP-SEQ-IO-COMMAND      PIC X(02).
           05  WAGRP-SEQ-IO-STATUS       PIC X(02).
               88  WAGRP-SEQ-IO-EOF             VALUE '08'.
           05  WAGRP-SEQ-FILE-STATUS     PIC X(02).
           05  WAGRP-SEQ-FILE-NAME       PIC X(08)  VALUE 'AGRP'.

      *****************************************************************
      **                 END OF COPYBOOK ACSWAGRP                    **
      *****************************************************************
