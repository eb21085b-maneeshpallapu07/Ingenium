      *****************************************************************
      **  MEMBER :  ACSRWTPX                                         **
      **  REMARKS:  RECORD LAYOUT FOR THE HEALTH RIDER WAITING-      **
      **            PERIOD FEED TO CLAIMS ADMINISTRATION - ONE ROW   **
      **            PER ISSUED CANCER OR MEDICAL COVERAGE AND        **
      **            INSURED GIVING THE WAITING-PERIOD START AND END  **
      **            DATES (W), A REVERSAL OF THOSE ROWS WHEN THE     **
      **            POLICY IS CANCELLED IN FREE LOOK OR BACKED OUT   **
      **            (R), AND A TRAILER PER RUN (T)                   **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
527340**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       01  RWTPX-SEQ-REC-INFO.
           05  RWTPX-REC-TYP-CD          PIC X(01).
               88  RWTPX-REC-TYP-WAIT          VALUE 'W'.
               88  RWTPX-REC-TYP-REVERSAL      VALUE 'R'.
               88  RWTPX-REC-TYP-TRAILER       VALUE 'T'.
           05  RWTPX-POL-ID              PIC X(10).
           05  RWTPX-APP-ID              PIC X(15).
           05  RWTPX-REC-DATA            PIC X(134).
           05  RWTPX-DETAIL-DATA         REDEFINES RWTPX-REC-DATA.
               10  RWTPX-CVG-PLAN-ID     PIC X(15).
               10  RWTPX-CVG-STCKR-ID    PIC X(11).
               10  RWTPX-BNFT-TYP-CD     PIC X(01).
                   88  RWTPX-BNFT-CANCER       VALUE 'C'.
                   88  RWTPX-BNFT-MEDICAL      VALUE 'M'.
               10  RWTPX-CANCER-TYP-CD   PIC X(02).
      *            WAITING PERIOD IN DAYS - BENEFITS ARE PAYABLE FROM
      *            THE DAY AFTER THE END DATE
               10  RWTPX-WAIT-DAYS       PIC 9(03).
               10  RWTPX-WAIT-STRT-DT    PIC X(10).
               10  RWTPX-WAIT-END-DT     PIC X(10).
               10  RWTPX-INSRD-SEQ-NUM   PIC X(02).
               10  RWTPX-INSRD-SUR-NM    PIC X(25).
               10  RWTPX-INSRD-GIV-NM    PIC X(25).
               10  RWTPX-INSRD-BTH-DT    PIC X(10).
               10  RWTPX-RVRS-RSN-CD     PIC X(02).
                   88  RWTPX-RVRS-FREE-LOOK    VALUE 'FL'.
                   88  RWTPX-RVRS-BACKOUT      VALUE 'BK'.
               10  RWTPX-RVRS-EFF-DT     PIC X(10).
               10  FILLER                PIC X(08).
           05  RWTPX-TRAILER-DATA        REDEFINES RWTPX-REC-DATA.
               10  RWTPX-TRL-FROM-DT     PIC X(10).
               10  RWTPX-TRL-TO-DT       PIC X(10).
               10  RWTPX-TRL-WAIT-CNT    PIC 9(07).
               10  RWTPX-TRL-RVRS-CNT    PIC 9(07).
               10  FILLER                PIC X(100).

      *****************************************************************
      **                 END OF COPYBOOK ACSRWTPX                    **
      *****************************************************************
