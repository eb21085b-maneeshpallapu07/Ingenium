      *****************************************************************
      **  MEMBER :  ACSRAGRP                                         **
      **  REMARKS:  PRINT LINE FOR THE ORPHANED-AGENT                **
      **            REASSIGNMENT REPORT                              **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
604519**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       01  RAGRP-SEQ-REC-INFO.
           05  RAGRP-CTL-CHAR                PIC X(01).
               88  RAGRP-NEW-PAGE                  VALUE '1'.
           05  RAGRP-LINE-TXT                PIC X(132).

      *****************************************************************
      **                 END OF COPYBOOK ACSRAGRP                    **
      *****************************************************************
