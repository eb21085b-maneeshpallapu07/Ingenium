      *****************************************************************
      **  MEMBER :  ACSSAGRP                                         **
      **  REMARKS:  SELECT/ASSIGN CLAUSE FOR THE                     **
      **            ORPHANED-AGENT REASSIGNMENT REPORT               **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
604519**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

           SELECT  AGRP-DATA-FILE  ASSIGN       TO ACSAGRP
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS  IS
                                       WAGRP-SEQ-FILE-STATUS.

      *****************************************************************
      **                 END OF COPYBOOK ACSSAGRP                    **
      *****************************************************************
