      *****************************************************************
      **  MEMBER :  ACSDAGRP                                         **
      **  REMARKS:  FD FOR THE                                       **
      **            ORPHANED-AGENT REASSIGNMENT REPORT               **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
604519**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       FD  AGRP-DATA-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 133 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RAGRP-SEQ-REC-INFO.

      *****************************************************************
      **                 END OF COPYBOOK ACSDAGRP                    **
      *****************************************************************
