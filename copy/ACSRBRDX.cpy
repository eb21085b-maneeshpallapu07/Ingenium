      *****************************************************************
      **  MEMBER :  ACSRBRDX                                         **
      **  REMARKS:  RECORD LAYOUT FOR THE MONTHLY REINSURANCE        **
      **            PREMIUM BORDEREAU WRITTEN BY ASBM9505.  DETAIL   **
      **            ROWS ARE A NEW CESSION (N), A CESSION REVERSED   **
      **            BY FREE-LOOK OR BACKOUT (R) OR A CESSION STILL   **
      **            IN FORCE (I), EACH WITH THE CEDED AMOUNT, THE    **
      **            RETENTION FROM THE RETN MASTER AND THE CEDED     **
      **            PREMIUM FOR THE PERIOD (NEGATIVE ON A REVERSAL). **
      **            A TOTAL ROW (T) FOLLOWS FOR EVERY REINSURER AND  **
      **            TREATY, AND ONE CONTROL ROW (C) TIES THE NEW     **
      **            CESSIONS BACK TO THE MONTH'S CESX RECORDS        **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
805417**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       01  RBRDX-SEQ-REC-INFO.
           05  RBRDX-RPT-PRD             PIC X(07).
           05  RBRDX-REC-TYP-CD          PIC X(01).
               88  RBRDX-REC-TYP-NEW           VALUE 'N'.
               88  RBRDX-REC-TYP-REVERSED      VALUE 'R'.
               88  RBRDX-REC-TYP-INFORCE       VALUE 'I'.
               88  RBRDX-REC-TYP-TOTAL         VALUE 'T'.
               88  RBRDX-REC-TYP-CONTROL       VALUE 'C'.
           05  RBRDX-REINSR-ID           PIC X(08).
           05  RBRDX-TRTY-ID             PIC X(08).
           05  RBRDX-REC-DATA            PIC X(126).
           05  RBRDX-DETAIL-DATA         REDEFINES RBRDX-REC-DATA.
               10  RBRDX-APP-ID          PIC X(15).
               10  RBRDX-STCKR-ID        PIC X(11).
               10  RBRDX-PLAN-ID         PIC X(15).
               10  RBRDX-CESS-DT         PIC 9(08).
               10  RBRDX-CEDED-AMT       PIC S9(13)V9(02).
               10  RBRDX-SHARE-PCT       PIC 9(03)V9(02).
               10  RBRDX-RETN-LIMIT-AMT  PIC 9(13).
               10  RBRDX-CEDED-PREM-AMT  PIC S9(11)V9(02).
               10  RBRDX-RVRS-RSN-CD     PIC X(02).
                   88  RBRDX-RVRS-FREE-LOOK    VALUE 'FL'.
                   88  RBRDX-RVRS-BACKOUT      VALUE 'BK'.
               10  RBRDX-FAC-IND         PIC X(01).
               10  FILLER                PIC X(28).
           05  RBRDX-TOTAL-DATA          REDEFINES RBRDX-REC-DATA.
               10  RBRDX-NEW-CNT         PIC 9(07).
               10  RBRDX-NEW-CEDED-AMT   PIC S9(15)V9(02).
               10  RBRDX-RVRS-CNT        PIC 9(07).
               10  RBRDX-RVRS-CEDED-AMT  PIC S9(15)V9(02).
               10  RBRDX-INFC-CNT        PIC 9(07).
               10  RBRDX-INFC-CEDED-AMT  PIC S9(15)V9(02).
               10  RBRDX-TOT-PREM-AMT    PIC S9(13)V9(02).
               10  FILLER                PIC X(39).
           05  RBRDX-CONTROL-DATA        REDEFINES RBRDX-REC-DATA.
               10  RBRDX-CESX-DTL-CNT    PIC 9(07).
               10  RBRDX-CESX-CEDED-AMT  PIC S9(15)V9(02).
               10  RBRDX-CESX-TRL-CNT    PIC 9(07).
               10  RBRDX-CESX-TRL-AMT    PIC S9(15)V9(02).
               10  RBRDX-BRDX-NEW-CEDED-AMT
                                         PIC S9(15)V9(02).
               10  RBRDX-CTL-STAT-CD     PIC X(01).
                   88  RBRDX-CTL-IN-BALANCE    VALUE 'B'.
                   88  RBRDX-CTL-OUT-OF-BALANCE VALUE 'O'.
               10  FILLER                PIC X(60).

      *****************************************************************
      **                 END OF COPYBOOK ACSRBRDX                    **
      *****************************************************************
