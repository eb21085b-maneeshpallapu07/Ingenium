      *****************************************************************
      **  MEMBER :  ACSRTRMF                                         **
      **  REMARKS:  RECORD LAYOUT FOR THE CONVERSION TERMINATION     **
      **            FOLLOW-UP EXTRACT WRITTEN BY ASBM9509 - ONE      **
      **            DETAIL ROW PER ORIGINAL POLICY STILL IN FORCE    **
      **            ON THE ADMINISTRATION SIDE PAST THE GRACE        **
      **            PERIOD AFTER ITS TERMINATION INSTRUCTION WAS     **
      **            SENT (D), AND A TRAILER (T)                      **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
903318**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       01  RTRMF-SEQ-REC-INFO.
           05  RTRMF-REC-TYP-CD          PIC X(01).
               88  RTRMF-REC-TYP-DETAIL        VALUE 'D'.
               88  RTRMF-REC-TYP-TRAILER       VALUE 'T'.
           05  RTRMF-ORIG-POL-ID         PIC X(07).
           05  RTRMF-REC-DATA            PIC X(72).
           05  RTRMF-DETAIL-DATA         REDEFINES RTRMF-REC-DATA.
               10  RTRMF-NEW-POL-ID      PIC X(10).
               10  RTRMF-APP-ID          PIC X(15).
               10  RTRMF-TERM-EFF-DT     PIC X(10).
               10  RTRMF-POL-CNV-DT      PIC X(10).
               10  RTRMF-DAYS-OUTSTND    PIC 9(05).
               10  RTRMF-ADM-STAT-CD     PIC X(01).
               10  RTRMF-ADM-PAID-TO-DT  PIC X(10).
               10  FILLER                PIC X(11).
           05  RTRMF-TRAILER-DATA        REDEFINES RTRMF-REC-DATA.
               10  RTRMF-TRL-RUN-DT      PIC X(10).
               10  RTRMF-TRL-GRACE-DAYS  PIC 9(05).
               10  RTRMF-TRL-CHECKED-CNT PIC 9(07).
               10  RTRMF-TRL-DTL-CNT     PIC 9(07).
               10  FILLER                PIC X(43).

      *****************************************************************
      **                 END OF COPYBOOK ACSRTRMF                    **
      *****************************************************************
