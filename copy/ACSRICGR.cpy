      *****************************************************************
      **  MEMBER :  ACSRICGR                                         **
      **  REMARKS:  RECORD LAYOUT FOR THE IFRS 17 CONTRACT GROUPING  **
      **            RULE MASTER READ BY ASBM9533.  A ROW APPLIES TO  **
      **            THE PLAN, PRODUCT LINE AND CURRENCY IT NAMES,    **
      **            ALL '*' MATCHING ANY VALUE, FOR POLICIES ISSUED  **
      **            BETWEEN ITS EFFECTIVE DATES (A BLANK END IS      **
      **            OPEN); THE MOST SPECIFIC ROW WINS                **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
572903**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       01  RICGR-SEQ-REC-INFO.
           05  RICGR-PLAN-ID             PIC X(15).
           05  RICGR-LOB-CD              PIC X(03).
           05  RICGR-CRCY-CD             PIC X(02).
           05  RICGR-EFF-FROM-DT         PIC X(10).
           05  RICGR-EFF-TO-DT           PIC X(10).
           05  RICGR-PORTF-CD            PIC X(04).
           05  RICGR-PROF-GRP-CD         PIC X(01).
               88  RICGR-PROF-GRP-ONEROUS      VALUE 'O'.
               88  RICGR-PROF-GRP-NO-SIG-RISK  VALUE 'N'.
               88  RICGR-PROF-GRP-REMAINING    VALUE 'R'.
               88  RICGR-PROF-GRP-VALID        VALUE 'O' 'N' 'R'.
           05  FILLER                    PIC X(35).

      *****************************************************************
      **                 END OF COPYBOOK ACSRICGR                    **
      *****************************************************************
