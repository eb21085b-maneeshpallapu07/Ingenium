      *****************************************************************
      **  MEMBER :  ACSRSOHR                                         **
      **  REMARKS:  RECORD LAYOUT FOR THE SOHR SALES ORGANIZATION    **
      **            HIERARCHY MASTER.  ONE ROW PER SALES OFFICE PER  **
      **            EFFECTIVE PERIOD (SORTED BY OFFICE, THEN FROM    **
      **            DATE).  AN ACTIVE ROW GIVES THE OFFICE'S BRANCH  **
      **            AND REGION FOR THE PERIOD; A MERGED ROW, DATED   **
      **            FROM THE MERGER, REMAPS THE OFFICE TO THE        **
      **            SURVIVING OFFICE.  A BLANK TO DATE IS OPEN-      **
      **            ENDED.                                           **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
317846**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       01  RSOHR-SEQ-REC-INFO.
           05  RSOHR-SO-NUM                  PIC X(03).
           05  RSOHR-EFF-FROM-DT             PIC X(10).
           05  RSOHR-EFF-TO-DT               PIC X(10).
           05  RSOHR-STAT-CD                 PIC X(01).
               88  RSOHR-STAT-ACTIVE               VALUE 'A'.
               88  RSOHR-STAT-MERGED               VALUE 'M'.
           05  RSOHR-BR-NUM                  PIC X(03).
           05  RSOHR-RGN-CD                  PIC X(03).
           05  RSOHR-NEW-SO-NUM              PIC X(03).
           05  RSOHR-SO-NM                   PIC X(20).
           05  FILLER                        PIC X(27).

      *****************************************************************
      **                 END OF COPYBOOK ACSRSOHR                    **
      *****************************************************************
