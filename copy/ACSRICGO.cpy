      *****************************************************************
      **  MEMBER :  ACSRICGO                                         **
      **  REMARKS:  RECORD LAYOUT FOR THE IFRS 17 CONTRACT GROUP     **
      **            REGISTER (NEW GENERATION) WRITTEN BY ASBM9533,   **
      **            IN APP ID AND SEQUENCE ORDER.  EACH ISSUED       **
      **            POLICY HAS ONE CURRENT (C) ROW WITH ITS          **
      **            PORTFOLIO, ANNUAL COHORT AND PROFITABILITY       **
      **            GROUP; A RECLASSIFICATION CLOSES IT AS           **
      **            SUPERSEDED (S) AND ADDS THE NEXT                 **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
572903**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       01  RICGO-SEQ-REC-INFO.
           05  RICGO-KEY.
               10  RICGO-APP-ID            PIC X(15).
               10  RICGO-SEQ-NUM           PIC 9(03).
           05  RICGO-STAT-CD               PIC X(01).
               88  RICGO-STAT-CURRENT            VALUE 'C'.
               88  RICGO-STAT-SUPERSEDED         VALUE 'S'.
           05  RICGO-POL-ID                PIC X(10).
           05  RICGO-PLAN-ID               PIC X(15).
           05  RICGO-LOB-CD                PIC X(03).
           05  RICGO-CRCY-CD               PIC X(02).
           05  RICGO-ISS-DT                PIC X(10).
           05  RICGO-GRP-INFO.
               10  RICGO-PORTF-CD          PIC X(04).
               10  RICGO-COHORT-YR         PIC X(04).
               10  RICGO-PROF-GRP-CD       PIC X(01).
                   88  RICGO-PROF-GRP-ONEROUS    VALUE 'O'.
                   88  RICGO-PROF-GRP-NO-SIG-RISK
                                               VALUE 'N'.
                   88  RICGO-PROF-GRP-REMAINING  VALUE 'R'.
           05  RICGO-ASGN-RSN-CD           PIC X(01).
               88  RICGO-ASGN-RSN-INITIAL        VALUE 'I'.
               88  RICGO-ASGN-RSN-RECLASS        VALUE 'R'.
           05  RICGO-EFF-FROM-DT           PIC X(10).
           05  RICGO-EFF-TO-DT             PIC X(10).
           05  FILLER                    PIC X(11).

      *****************************************************************
      **                 END OF COPYBOOK ACSRICGO                    **
      *****************************************************************
