      *****************************************************************
      **  MEMBER :  ACSRPTAX                                         **
      **  REMARKS:  RECORD LAYOUT FOR THE QUARTERLY PREMIUM TAX      **
      **            ALLOCATION EXTRACT WRITTEN BY ASBM9507. DETAIL   **
      **            ROWS (D) PER ISSUED POLICY WITH PREMIUM, REFUNDS **
      **            OR FREE-LOOK REVERSALS IN THE QUARTER,           **
      **            ALLOCATION ROWS (A) PER ISSUE LOCATION AND LINE  **
      **            OF BUSINESS, GL SUMMARY ROWS (G) PER LINE OF     **
      **            BUSINESS AND GL PREMIUM ACCOUNT FOR THE TIE-OUT, **
      **            AND A TRAILER (T)                                **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
846173**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       01  RPTAX-SEQ-REC-INFO.
           05  RPTAX-RPT-QTR             PIC X(06).
           05  RPTAX-REC-TYP-CD          PIC X(01).
               88  RPTAX-REC-TYP-DETAIL        VALUE 'D'.
               88  RPTAX-REC-TYP-ALLOC         VALUE 'A'.
               88  RPTAX-REC-TYP-GL-SUMMARY    VALUE 'G'.
               88  RPTAX-REC-TYP-TRAILER       VALUE 'T'.
           05  RPTAX-ISS-LOC-CD          PIC X(02).
           05  RPTAX-LOB-CD              PIC X(03).
           05  RPTAX-REC-DATA            PIC X(148).
           05  RPTAX-DETAIL-DATA         REDEFINES RPTAX-REC-DATA.
               10  RPTAX-APP-ID          PIC X(15).
               10  RPTAX-POL-ID          PIC X(10).
               10  RPTAX-PLAN-ID         PIC X(15).
               10  RPTAX-POL-CNV-DT      PIC X(10).
               10  RPTAX-GROSS-PREM-AMT  PIC S9(13)V9(02).
               10  RPTAX-REFUND-AMT      PIC S9(13)V9(02).
               10  RPTAX-FREE-LOOK-AMT   PIC S9(13)V9(02).
               10  RPTAX-NET-PREM-AMT    PIC S9(13)V9(02).
               10  FILLER                PIC X(38).
           05  RPTAX-ALLOC-DATA          REDEFINES RPTAX-REC-DATA.
               10  RPTAX-ALC-POL-CNT     PIC 9(07).
               10  RPTAX-ALC-GROSS-AMT   PIC S9(15)V9(02).
               10  RPTAX-ALC-REFUND-AMT  PIC S9(15)V9(02).
               10  RPTAX-ALC-FLOOK-AMT   PIC S9(15)V9(02).
               10  RPTAX-ALC-NET-AMT     PIC S9(15)V9(02).
               10  RPTAX-ALC-NET-PCT     PIC S9(03)V9(04).
               10  FILLER                PIC X(66).
           05  RPTAX-GL-SUMMARY-DATA     REDEFINES RPTAX-REC-DATA.
               10  RPTAX-GL-PREM-ACCT-ID PIC X(08).
               10  RPTAX-GL-POL-CNT      PIC 9(07).
               10  RPTAX-GL-GROSS-AMT    PIC S9(15)V9(02).
               10  RPTAX-GL-REFUND-AMT   PIC S9(15)V9(02).
               10  RPTAX-GL-FLOOK-AMT    PIC S9(15)V9(02).
               10  RPTAX-GL-NET-AMT      PIC S9(15)V9(02).
               10  FILLER                PIC X(65).
           05  RPTAX-TRAILER-DATA        REDEFINES RPTAX-REC-DATA.
               10  RPTAX-TRL-DTL-CNT     PIC 9(07).
               10  RPTAX-TRL-GROSS-AMT   PIC S9(15)V9(02).
               10  RPTAX-TRL-REFUND-AMT  PIC S9(15)V9(02).
               10  RPTAX-TRL-FLOOK-AMT   PIC S9(15)V9(02).
               10  RPTAX-TRL-NET-AMT     PIC S9(15)V9(02).
               10  RPTAX-TRL-NO-LOC-CNT  PIC 9(07).
               10  RPTAX-TRL-NO-LOC-AMT  PIC S9(15)V9(02).
               10  FILLER                PIC X(49).

      *****************************************************************
      **                 END OF COPYBOOK ACSRPTAX                    **
      *****************************************************************
