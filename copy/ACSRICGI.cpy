      *****************************************************************
      **  MEMBER :  ACSRICGI                                         **
      **  REMARKS:  RECORD LAYOUT FOR THE IFRS 17 CONTRACT GROUP     **
      **            REGISTER (PRIOR GENERATION) READ BY ASBM9533, IN **
      **            APP ID AND SEQUENCE ORDER.  EACH ISSUED POLICY   **
      **            HAS ONE CURRENT (C) ROW WITH ITS PORTFOLIO,      **
      **            ANNUAL COHORT AND PROFITABILITY GROUP; A         **
      **            RECLASSIFICATION CLOSES IT AS SUPERSEDED (S) AND **
      **            ADDS THE NEXT                                    **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
572903**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       01  RICGI-SEQ-REC-INFO.
           05  RICGI-KEY.
               10  RICGI-APP-ID            PIC X(15).
               10  RICGI-SEQ-NUM           PIC 9(03).
           05  RICGI-STAT-CD               PIC X(01).
               88  RICGI-STAT-CURRENT            VALUE 'C'.
               88  RICGI-STAT-SUPERSEDED         VALUE 'S'.
           05  RICGI-POL-ID                PIC X(10).
           05  RICGI-PLAN-ID               PIC X(15).
           05  RICGI-LOB-CD                PIC X(03).
           05  RICGI-CRCY-CD               PIC X(02).
           05  RICGI-ISS-DT                PIC X(10).
           05  RICGI-GRP-INFO.
               10  RICGI-PORTF-CD          PIC X(04).
               10  RICGI-COHORT-YR         PIC X(04).
               10  RICGI-PROF-GRP-CD       PIC X(01).
                   88  RICGI-PROF-GRP-ONEROUS    VALUE 'O'.
                   88  RICGI-PROF-GRP-NO-SIG-RISK
                                               VALUE 'N'.
                   88  RICGI-PROF-GRP-REMAINING  VALUE 'R'.
           05  RICGI-ASGN-RSN-CD           PIC X(01).
               88  RICGI-ASGN-RSN-INITIAL        VALUE 'I'.
               88  RICGI-ASGN-RSN-RECLASS        VALUE 'R'.
           05  RICGI-EFF-FROM-DT           PIC X(10).
           05  RICGI-EFF-TO-DT             PIC X(10).
           05  FILLER                    PIC X(11).

      *****************************************************************
      **                 END OF COPYBOOK ACSRICGI                    **
      *****************************************************************
