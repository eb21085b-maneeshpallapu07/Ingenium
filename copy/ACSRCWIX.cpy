      *****************************************************************
      **  MEMBER :  ACSRCWIX                                         **
      **  REMARKS:  RECORD LAYOUT FOR THE MONTHLY CWA INTEREST       **
      **            EXTRACT WRITTEN BY ASBM9536.  DETAIL ROWS PER    **
      **            CWA RECEIPT HELD BEYOND THE STATUTORY PERIOD -   **
      **            INTEREST ADDED TO THE REFUND REQUEST (R) OR      **
      **            CREDITED TO THE FIRST PREMIUM AT ISSUE (P) -     **
      **            GL SUMMARY ROWS (G) OF THE MONTH'S INTEREST PAID **
      **            PER ACCOUNT PAIR, AND A TRAILER (T).             **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
527308**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       01  RCWIX-SEQ-REC-INFO.
           05  RCWIX-RPT-PRD                 PIC X(07).
           05  RCWIX-REC-TYP-CD              PIC X(01).
               88  RCWIX-REC-TYP-REFUND            VALUE 'R'.
               88  RCWIX-REC-TYP-PREM-CR           VALUE 'P'.
               88  RCWIX-REC-TYP-GL-SUMMARY        VALUE 'G'.
               88  RCWIX-REC-TYP-TRAILER           VALUE 'T'.
           05  RCWIX-CO-ID                   PIC X(02).
           05  RCWIX-REC-DATA                PIC X(190).
           05  RCWIX-DETAIL-DATA             REDEFINES RCWIX-REC-DATA.
               10  RCWIX-APP-ID              PIC X(15).
               10  RCWIX-POL-ID              PIC X(10).
               10  RCWIX-RECPT-NUM           PIC X(10).
               10  RCWIX-RECPT-DT            PIC X(10).
               10  RCWIX-RECPT-AMT           PIC S9(13)V9(02).
      *        ISSUE DATE (P) OR REFUND REQUEST DATE (R)
               10  RCWIX-END-DT              PIC X(10).
               10  RCWIX-REFUND-TYP-CD       PIC X(02).
               10  RCWIX-ISS-LOC-CD          PIC X(02).
               10  RCWIX-HELD-DAYS           PIC 9(05).
               10  RCWIX-STAT-DAYS           PIC 9(03).
               10  RCWIX-INT-RT-PCT          PIC 9(02)V9(04).
               10  RCWIX-INT-AMT             PIC S9(13)V9(02).
               10  FILLER                    PIC X(87).
           05  RCWIX-GL-SUMMARY-DATA         REDEFINES RCWIX-REC-DATA.
               10  RCWIX-GL-DR-ACCT-ID       PIC X(08).
               10  RCWIX-GL-CR-ACCT-ID       PIC X(08).
               10  RCWIX-GL-INT-CNT          PIC 9(07).
               10  RCWIX-GL-INT-AMT          PIC S9(15)V9(02).
               10  FILLER                    PIC X(150).
           05  RCWIX-TRAILER-DATA            REDEFINES RCWIX-REC-DATA.
               10  RCWIX-TRL-RECPT-CNT       PIC 9(07).
               10  RCWIX-TRL-REFUND-CNT      PIC 9(07).
               10  RCWIX-TRL-REFUND-AMT      PIC S9(15)V9(02).
               10  RCWIX-TRL-PREM-CR-CNT     PIC 9(07).
               10  RCWIX-TRL-PREM-CR-AMT     PIC S9(15)V9(02).
               10  RCWIX-TRL-NO-RATE-CNT     PIC 9(07).
               10  FILLER                    PIC X(128).

      *****************************************************************
      **                 END OF COPYBOOK ACSRCWIX                    **
      *****************************************************************
