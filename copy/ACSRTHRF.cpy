      *****************************************************************
      **  MEMBER :  ACSRTHRF                                         **
      **  REMARKS:  RECORD LAYOUT FOR THE UNACKNOWLEDGED             **
      **            TARGET-HIT ELECTION FOLLOW-UP EXTRACT - ONE      **
      **            DETAIL ROW PER ISSUED ELECTION THE               **
      **            ADMINISTRATION SIDE HAS NOT SET UP (N) OR HOLDS  **
      **            AT ANOTHER RATE (R) AFTER THE GRACE PERIOD, AND  **
      **            A TRAILER PER RUN (T)                            **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
284617**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       01  RTHRF-SEQ-REC-INFO.
           05  RTHRF-REC-TYP-CD          PIC X(01).
               88  RTHRF-REC-TYP-DETAIL        VALUE 'D'.
               88  RTHRF-REC-TYP-TRAILER       VALUE 'T'.
           05  RTHRF-POL-ID              PIC X(10).
           05  RTHRF-REC-DATA            PIC X(69).
           05  RTHRF-DETAIL-DATA         REDEFINES RTHRF-REC-DATA.
               10  RTHRF-CVG-PLAN-ID     PIC X(15).
               10  RTHRF-APP-ID          PIC X(15).
               10  RTHRF-RSN-CD          PIC X(01).
                   88  RTHRF-RSN-NOT-ACKED     VALUE 'N'.
                   88  RTHRF-RSN-RATE-DIFF     VALUE 'R'.
               10  RTHRF-TRG-HIT-RT      PIC 9(03).
               10  RTHRF-ADM-TRG-HIT-RT  PIC 9(03).
               10  RTHRF-POL-CNV-DT      PIC X(10).
               10  RTHRF-DAYS-OUTSTND    PIC 9(05).
               10  FILLER                PIC X(17).
           05  RTHRF-TRAILER-DATA        REDEFINES RTHRF-REC-DATA.
               10  RTHRF-TRL-RUN-DT      PIC X(10).
               10  RTHRF-TRL-GRACE-DAYS  PIC 9(05).
               10  RTHRF-TRL-CHECKED-CNT PIC 9(07).
               10  RTHRF-TRL-DTL-CNT     PIC 9(07).
               10  FILLER                PIC X(40).

      *****************************************************************
      **                 END OF COPYBOOK ACSRTHRF                    **
      *****************************************************************
