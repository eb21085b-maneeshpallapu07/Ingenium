      *****************************************************************
      **  MEMBER :  ACSRRFFX                                         **
      **  REMARKS:  RECORD LAYOUT FOR THE MONTHLY REFERRAL FEE       **
      **            EXTRACT. ONE D ROW PER REFERRED POLICY WHOSE     **
      **            FREE-LOOK PERIOD ENDED IN THE FEE MONTH WITH     **
      **            THE POLICY STILL IN FORCE, ONE S ROW PER         **
      **            PARTNER MASTER ROW WITH BUSINESS IN THE MONTH    **
      **            AND A T TRAILER. A D ROW WITH A HOLD CODE IS     **
      **            NOT PAYABLE AND CARRIES NO FEE                   **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
271946**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       01  RRFFX-SEQ-REC-INFO.
           05  RRFFX-REC-TYP-CD          PIC X(01).
               88  RRFFX-REC-TYP-DETAIL        VALUE 'D'.
               88  RRFFX-REC-TYP-SUMMARY       VALUE 'S'.
               88  RRFFX-REC-TYP-TRAILER       VALUE 'T'.
           05  RRFFX-REFRL-CD            PIC X(06).
           05  RRFFX-REC-DATA            PIC X(153).
           05  RRFFX-DETAIL-DATA         REDEFINES RRFFX-REC-DATA.
               10  RRFFX-PRTNR-ID        PIC X(10).
               10  RRFFX-POL-ID          PIC X(10).
               10  RRFFX-APP-ID          PIC X(15).
               10  RRFFX-POL-CNV-DT      PIC X(10).
               10  RRFFX-FL-END-DT       PIC X(10).
               10  RRFFX-PLAN-ID         PIC X(15).
               10  RRFFX-PYMT-MODE-CD    PIC X(15).
               10  RRFFX-FEE-BASIS-CD    PIC X(01).
               10  RRFFX-ANNL-PREM-AMT   PIC 9(11)V9(02).
               10  RRFFX-FEE-PCT         PIC 9(03)V9(04).
               10  RRFFX-FEE-AMT         PIC 9(09)V9(02).
               10  RRFFX-HOLD-CD         PIC X(01).
                   88  RRFFX-PAYABLE           VALUE SPACE.
                   88  RRFFX-HOLD-UNKNOWN-CD   VALUE 'U'.
                   88  RRFFX-HOLD-EXPIRED-CD   VALUE 'X'.
                   88  RRFFX-HOLD-NOT-YET-EFF  VALUE 'N'.
                   88  RRFFX-HOLD-PYMT-MODE    VALUE 'M'.
               10  FILLER                PIC X(35).
           05  RRFFX-SUMMARY-DATA        REDEFINES RRFFX-REC-DATA.
               10  RRFFX-SUM-PRTNR-ID    PIC X(10).
               10  RRFFX-SUM-PRTNR-NM    PIC X(25).
               10  RRFFX-SUM-FEE-MO      PIC X(06).
               10  RRFFX-SUM-POL-CNT     PIC 9(07).
               10  RRFFX-SUM-ANNL-PREM-AMT
                                         PIC 9(13)V9(02).
               10  RRFFX-SUM-FEE-AMT     PIC 9(11)V9(02).
               10  FILLER                PIC X(77).
           05  RRFFX-TRAILER-DATA        REDEFINES RRFFX-REC-DATA.
               10  RRFFX-TRL-FEE-MO      PIC X(06).
               10  RRFFX-TRL-DTL-CNT     PIC 9(07).
               10  RRFFX-TRL-HOLD-CNT    PIC 9(07).
               10  RRFFX-TRL-FEE-AMT     PIC 9(13)V9(02).
               10  FILLER                PIC X(118).

      *****************************************************************
      **                 END OF COPYBOOK ACSRRFFX                    **
      *****************************************************************
