      *****************************************************************
      **  MEMBER :  ACSRRNGC                                         **
      **  REMARKS:  RECORD LAYOUT FOR THE POLICY NUMBER RANGE        **
      **            ALLOCATION CARD FILE - ONE CARD ADDS OR RE-      **
      **            ALLOCATES (A) OR CLOSES (C) THE RANGE FOR A      **
      **            COMPANY, BUSINESS CLASS AND IMPORT INSTANCE      **
      **            (ASBM9502)                                       **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
741962**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       01  RRNGC-SEQ-REC-INFO.
           05  RRNGC-KEY.
               10  RRNGC-CO-ID               PIC X(02).
               10  RRNGC-BUS-CLASS-CD        PIC X(01).
               10  RRNGC-INST-ID             PIC X(02).
           05  RRNGC-ACTN-CD                 PIC X(01).
               88  RRNGC-ACTN-ALLOCATE             VALUE 'A'.
               88  RRNGC-ACTN-CLOSE                VALUE 'C'.
           05  RRNGC-RNG-LOW-NUM             PIC 9(09).
           05  RRNGC-RNG-HIGH-NUM            PIC 9(09).
           05  RRNGC-WARN-DAYS               PIC 9(03).
           05  RRNGC-USER-ID                 PIC X(08).
           05  FILLER                        PIC X(45).

      *****************************************************************
      **                 END OF COPYBOOK ACSRRNGC                    **
      *****************************************************************
