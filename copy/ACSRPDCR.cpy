      *****************************************************************
      **  MEMBER :  ACSRPDCR                                         **
      **  REMARKS:  RECORD LAYOUT FOR THE PREMIUM DEDUCTION          **
      **            CERTIFICATE REGISTER - ONE DETAIL ROW PER POLICY **
      **            CONVERTED IN THE RUN WINDOW (D) FIXING ITS       **
      **            DEDUCTION CATEGORY, PREMIUM SCHEDULE, INITIAL    **
      **            PREMIUM RECEIPT AND OWNER AT CONVERSION, AND A   **
      **            TRAILER PER RUN (T). EVERY RUN'S FILE IS KEPT SO **
      **            THE YEAR-END CERTIFICATE FEED (ASBM9521) CAN     **
      **            READ THE HISTORY                                 **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
613058**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       01  RPDCR-SEQ-REC-INFO.
           05  RPDCR-REC-TYP-CD          PIC X(01).
               88  RPDCR-REC-TYP-DETAIL        VALUE 'D'.
               88  RPDCR-REC-TYP-TRAILER       VALUE 'T'.
           05  RPDCR-POL-ID              PIC X(10).
           05  RPDCR-REC-DATA            PIC X(249).
           05  RPDCR-DETAIL-DATA         REDEFINES RPDCR-REC-DATA.
               10  RPDCR-APP-ID          PIC X(15).
               10  RPDCR-DED-CTGY-CD     PIC X(01).
                   88  RPDCR-CTGY-GENERAL-LIFE VALUE 'G'.
                   88  RPDCR-CTGY-MEDICAL-LTC  VALUE 'M'.
                   88  RPDCR-CTGY-INDV-PENSION VALUE 'P'.
               10  RPDCR-BASE-PLAN-ID    PIC X(15).
               10  RPDCR-TAX-QUALF-IND   PIC X(01).
               10  RPDCR-POL-CNV-DT      PIC X(10).
               10  RPDCR-PYMT-MODE-CD    PIC X(15).
               10  RPDCR-MOD-PREM-AMT    PIC 9(11)V9(02).
               10  RPDCR-SNGL-PREM-AMT   PIC 9(11)V9(02).
      *            MONTHS OF PREMIUM PAID IN ADVANCE AT A TIME
      *            (SPACES - NO ADVANCE-DEPOSIT SCHEDULE)
               10  RPDCR-ADV-PMT-DUR     PIC X(03).
               10  RPDCR-INIT-RECPT-DT   PIC X(10).
               10  RPDCR-INIT-RECPT-AMT  PIC 9(11)V9(02).
               10  RPDCR-OWNR-SUR-NM     PIC X(25).
               10  RPDCR-OWNR-GIV-NM     PIC X(25).
               10  RPDCR-OWNR-PSTL-CD    PIC X(08).
               10  RPDCR-OWNR-ADDR-TXT   PIC X(72).
               10  FILLER                PIC X(10).
           05  RPDCR-TRAILER-DATA        REDEFINES RPDCR-REC-DATA.
               10  RPDCR-TRL-FROM-DT     PIC X(10).
               10  RPDCR-TRL-TO-DT       PIC X(10).
               10  RPDCR-TRL-DTL-CNT     PIC 9(07).
               10  FILLER                PIC X(222).

      *****************************************************************
      **                 END OF COPYBOOK ACSRPDCR                    **
      *****************************************************************
