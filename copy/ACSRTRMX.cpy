      *****************************************************************
      **  MEMBER :  ACSRTRMX                                         **
      **  REMARKS:  RECORD LAYOUT FOR THE ORIGINAL-POLICY            **
      **            TERMINATION INSTRUCTION FEED TO THE POLICY       **
      **            ADMINISTRATION SYSTEM - ONE DETAIL ROW PER       **
      **            ORIGINAL POLICY REPLACED BY AN ISSUED CONVERSION **
      **            (D), CARRYING THE ORIGINAL POLICY, THE           **
      **            TERMINATION EFFECTIVE DATE AND THE NEW POLICY    **
      **            NUMBER, AND A TRAILER PER RUN (T).  EVERY RUN'S  **
      **            FILE IS KEPT SO THE FOLLOW-UP (ASBM9509) CAN     **
      **            READ THE HISTORY                                 **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
903318**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       01  RTRMX-SEQ-REC-INFO.
           05  RTRMX-REC-TYP-CD          PIC X(01).
               88  RTRMX-REC-TYP-DETAIL        VALUE 'D'.
               88  RTRMX-REC-TYP-TRAILER       VALUE 'T'.
           05  RTRMX-ORIG-POL-ID         PIC X(07).
           05  RTRMX-REC-DATA            PIC X(72).
           05  RTRMX-DETAIL-DATA         REDEFINES RTRMX-REC-DATA.
               10  RTRMX-TERM-EFF-DT     PIC X(10).
               10  RTRMX-NEW-POL-ID      PIC X(10).
               10  RTRMX-APP-ID          PIC X(15).
               10  RTRMX-CNVR-SEQ-NUM    PIC X(03).
               10  RTRMX-POL-CNV-DT      PIC X(10).
               10  RTRMX-ORIG-SML-PROD-CD
                                         PIC X(03).
               10  RTRMX-ORIG-PMT-MTHD-CD
                                         PIC X(02).
               10  FILLER                PIC X(19).
           05  RTRMX-TRAILER-DATA        REDEFINES RTRMX-REC-DATA.
               10  RTRMX-TRL-FROM-DT     PIC X(10).
               10  RTRMX-TRL-TO-DT       PIC X(10).
               10  RTRMX-TRL-DTL-CNT     PIC 9(07).
               10  FILLER                PIC X(45).

      *****************************************************************
      **                 END OF COPYBOOK ACSRTRMX                    **
      *****************************************************************
