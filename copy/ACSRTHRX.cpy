      *****************************************************************
      **  MEMBER :  ACSRTHRX                                         **
      **  REMARKS:  RECORD LAYOUT FOR THE TARGET-HIT CONVERSION      **
      **            REGISTER FEED TO THE POLICY ADMINISTRATION       **
      **            MONITORING JOB - ONE DETAIL ROW PER ISSUED       **
      **            VARIABLE COVERAGE WITH A TARGET-HIT ELECTION     **
      **            (D), CARRYING THE POLICY, COVERAGE, TARGET RATE  **
      **            AND INITIAL FUND BASIS, AND A TRAILER PER RUN    **
      **            (T). EVERY RUN'S FILE IS KEPT SO THE             **
      **            RECONCILIATION (ASBM9518) CAN READ THE HISTORY   **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
284617**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       01  RTHRX-SEQ-REC-INFO.
           05  RTHRX-REC-TYP-CD          PIC X(01).
               88  RTHRX-REC-TYP-DETAIL        VALUE 'D'.
               88  RTHRX-REC-TYP-TRAILER       VALUE 'T'.
           05  RTHRX-POL-ID              PIC X(10).
           05  RTHRX-REC-DATA            PIC X(69).
           05  RTHRX-DETAIL-DATA         REDEFINES RTHRX-REC-DATA.
               10  RTHRX-CVG-PLAN-ID     PIC X(15).
      *            TARGET RATE AS A PERCENTAGE OF THE FUND BASIS
               10  RTHRX-TRG-HIT-RT      PIC 9(03).
      *            INITIAL PREMIUM, LUMP SUM AND CONVERSION AMOUNTS
      *            ALLOCATED TO THE SEPARATE ACCOUNT FUNDS AT ISSUE
               10  RTHRX-INIT-FND-BASIS-AMT
                                         PIC 9(13)V9(02).
               10  RTHRX-APP-ID          PIC X(15).
               10  RTHRX-POL-CNV-DT      PIC X(10).
               10  FILLER                PIC X(11).
           05  RTHRX-TRAILER-DATA        REDEFINES RTHRX-REC-DATA.
               10  RTHRX-TRL-FROM-DT     PIC X(10).
               10  RTHRX-TRL-TO-DT       PIC X(10).
               10  RTHRX-TRL-DTL-CNT     PIC 9(07).
               10  FILLER                PIC X(42).

      *****************************************************************
      **                 END OF COPYBOOK ACSRTHRX                    **
      *****************************************************************
