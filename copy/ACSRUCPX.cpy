      *****************************************************************
      **  MEMBER :  ACSRUCPX                                         **
      **  REMARKS:  RECORD LAYOUT FOR THE UNCLAIMED CWA RECEIPT      **
      **            EXTRACT WRITTEN BY ASBM9506.  A CASH-WITH-       **
      **            APPLICATION RECEIPT WITH NO FINAL DISPOSITION    **
      **            (ISSUED, REFUNDED OR WITHDRAWN) IS A DUE-        **
      **            DILIGENCE LETTER CANDIDATE (D) ONCE DORMANT PAST **
      **            THE FIRST THRESHOLD AND AN UNCLAIMED-PROPERTY    **
      **            FILING ROW (F) PAST THE SECOND.  AGING SUMMARY   **
      **            ROWS (S) GIVE EVERY UNDISPOSED RECEIPT BY CWA    **
      **            CHANNEL AND RECEIPT YEAR, AND ONE TRAILER ROW    **
      **            (T) CARRIES THE RUN TOTALS                       **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
830261**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       01  RUCPX-SEQ-REC-INFO.
           05  RUCPX-REC-TYP-CD          PIC X(01).
               88  RUCPX-REC-TYP-DUE-DILIG     VALUE 'D'.
               88  RUCPX-REC-TYP-FILING        VALUE 'F'.
               88  RUCPX-REC-TYP-SUMMARY       VALUE 'S'.
               88  RUCPX-REC-TYP-TRAILER       VALUE 'T'.
           05  RUCPX-CO-ID               PIC X(02).
           05  RUCPX-RUN-DT              PIC X(10).
           05  RUCPX-REC-DATA            PIC X(237).
           05  RUCPX-DETAIL-DATA         REDEFINES RUCPX-REC-DATA.
               10  RUCPX-APP-ID          PIC X(15).
               10  RUCPX-RECPT-NUM       PIC X(10).
               10  RUCPX-RECPT-DT        PIC X(10).
               10  RUCPX-RECPT-AMT       PIC S9(13)V9(02).
               10  RUCPX-CWA-CHNL-CD     PIC X(01).
               10  RUCPX-PMT-TYP-CD      PIC X(01).
               10  RUCPX-DORM-DAYS       PIC 9(05).
               10  RUCPX-APP-STAT-CD     PIC X(01).
                   88  RUCPX-APP-NOT-ON-FILE   VALUE 'N'.
                   88  RUCPX-APP-PENDING       VALUE 'P'.
                   88  RUCPX-APP-REJECTED      VALUE 'R'.
               10  RUCPX-OWNR-SUR-NM     PIC X(25).
               10  RUCPX-OWNR-GIV-NM     PIC X(25).
               10  RUCPX-OWNR-PSTL-CD    PIC X(08).
               10  RUCPX-OWNR-ADDR-TXT   PIC X(72).
               10  FILLER                PIC X(49).
           05  RUCPX-SUMMARY-DATA        REDEFINES RUCPX-REC-DATA.
               10  RUCPX-SUM-CHNL-CD     PIC X(01).
               10  RUCPX-SUM-RECPT-CCYY  PIC X(04).
               10  RUCPX-SUM-RECPT-CNT   PIC 9(07).
               10  RUCPX-SUM-RECPT-AMT   PIC S9(13)V9(02).
               10  RUCPX-SUM-DD-CNT      PIC 9(07).
               10  RUCPX-SUM-DD-AMT      PIC S9(13)V9(02).
               10  RUCPX-SUM-FILE-CNT    PIC 9(07).
               10  RUCPX-SUM-FILE-AMT    PIC S9(13)V9(02).
               10  FILLER                PIC X(166).
           05  RUCPX-TRAILER-DATA        REDEFINES RUCPX-REC-DATA.
               10  RUCPX-TRL-DD-DAYS     PIC 9(05).
               10  RUCPX-TRL-FILE-DAYS   PIC 9(05).
               10  RUCPX-TRL-DD-CNT      PIC 9(07).
               10  RUCPX-TRL-DD-AMT      PIC S9(15)V9(02).
               10  RUCPX-TRL-FILE-CNT    PIC 9(07).
               10  RUCPX-TRL-FILE-AMT    PIC S9(15)V9(02).
               10  FILLER                PIC X(179).

      *****************************************************************
      **                 END OF COPYBOOK ACSRUCPX                    **
      *****************************************************************
