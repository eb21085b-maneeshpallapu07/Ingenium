      *****************************************************************
      **  MEMBER :  ACSRAGRH                                         **
      **  REMARKS:  RECORD LAYOUT FOR THE AGENT REASSIGNMENT         **
      **            HISTORY - ONE ROW PER AGENT ROLE MOVED OFF A     **
      **            TERMINATED AGENT.  A BLANK NEW AGENT ON A        **
      **            CO-WRITING ROW TAKES THE CO-WRITER OFF THE       **
      **            CASE.  SORTED BY APP ID AND REASSIGNMENT DATE    **
      **            FOR THE SWEEP AND THE COMMISSION FEED            **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
604519**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       01  RAGRH-SEQ-REC-INFO.
           05  RAGRH-APP-ID              PIC X(15).
           05  RAGRH-POL-ID              PIC X(10).
           05  RAGRH-AGT-ROLE-CD         PIC X(01).
               88  RAGRH-ROLE-WRITING           VALUE 'W'.
               88  RAGRH-ROLE-CO-WRITING        VALUE 'C'.
               88  RAGRH-ROLE-SERVICING         VALUE 'S'.
           05  RAGRH-OLD-AGT-NUM         PIC X(06).
           05  RAGRH-NEW-AGT-NUM         PIC X(06).
           05  RAGRH-REASGN-DT           PIC X(10).
           05  RAGRH-SO-NUM              PIC X(03).
           05  RAGRH-REASGN-RULE-CD      PIC X(01).
           05  RAGRH-APP-STAT-CD         PIC X(01).
               88  RAGRH-APP-PENDING            VALUE 'P'.
               88  RAGRH-APP-ISSUED             VALUE 'I'.
           05  FILLER                    PIC X(27).

      *****************************************************************
      **                 END OF COPYBOOK ACSRAGRH                    **
      *****************************************************************
