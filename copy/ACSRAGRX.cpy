      *****************************************************************
      **  MEMBER :  ACSRAGRX                                         **
      **  REMARKS:  RECORD LAYOUT FOR THE AGENT REASSIGNMENTS        **
      **            MADE IN THIS RUN - SAME LAYOUT AS ACSRAGRH       **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
604519**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       01  RAGRX-SEQ-REC-INFO.
           05  RAGRX-APP-ID              PIC X(15).
           05  RAGRX-POL-ID              PIC X(10).
           05  RAGRX-AGT-ROLE-CD         PIC X(01).
           05  RAGRX-OLD-AGT-NUM         PIC X(06).
           05  RAGRX-NEW-AGT-NUM         PIC X(06).
           05  RAGRX-REASGN-DT           PIC X(10).
           05  RAGRX-SO-NUM              PIC X(03).
           05  RAGRX-REASGN-RULE-CD      PIC X(01).
           05  RAGRX-APP-STAT-CD         PIC X(01).
               88  RAGRX-APP-PENDING            VALUE 'P'.
               88  RAGRX-APP-ISSUED             VALUE 'I'.
           05  FILLER                    PIC X(27).

      *****************************************************************
      **                 END OF COPYBOOK ACSRAGRX                    **
      *****************************************************************
