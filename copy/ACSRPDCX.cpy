      *****************************************************************
      **  MEMBER :  ACSRPDCX                                         **
      **  REMARKS:  RECORD LAYOUT FOR THE PREMIUM DEDUCTION          **
      **            CERTIFICATE DATA FEED TO THE CERTIFICATE VENDOR  **
      **            - ONE DETAIL ROW PER POLICY AND CERTIFICATE YEAR **
      **            (D) GIVING THE DEDUCTION CATEGORY, THE PREMIUM   **
      **            FALLING DUE IN THE YEAR (THE DEDUCTIBLE AMOUNT)  **
      **            AND THE PREMIUM ACTUALLY PAID IN IT, AND A       **
      **            TRAILER (T)                                      **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
613058**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       01  RPDCX-SEQ-REC-INFO.
           05  RPDCX-REC-TYP-CD          PIC X(01).
               88  RPDCX-REC-TYP-DETAIL        VALUE 'D'.
               88  RPDCX-REC-TYP-TRAILER       VALUE 'T'.
           05  RPDCX-POL-ID              PIC X(10).
           05  RPDCX-REC-DATA            PIC X(249).
           05  RPDCX-DETAIL-DATA         REDEFINES RPDCX-REC-DATA.
               10  RPDCX-APP-ID          PIC X(15).
               10  RPDCX-CERT-YR         PIC 9(04).
               10  RPDCX-DED-CTGY-CD     PIC X(01).
                   88  RPDCX-CTGY-GENERAL-LIFE VALUE 'G'.
                   88  RPDCX-CTGY-MEDICAL-LTC  VALUE 'M'.
                   88  RPDCX-CTGY-INDV-PENSION VALUE 'P'.
               10  RPDCX-POL-CNV-DT      PIC X(10).
               10  RPDCX-PYMT-MODE-CD    PIC X(15).
               10  RPDCX-ADV-PMT-DUR     PIC X(03).
      *            PREMIUMS FALLING DUE IN THE CERTIFICATE YEAR
               10  RPDCX-PREM-CNT        PIC 9(03).
               10  RPDCX-DED-PREM-AMT    PIC 9(11)V9(02).
      *            PREMIUM RECEIVED IN THE YEAR - MORE THAN THE
      *            DEDUCTIBLE AMOUNT WHEN PAID IN ADVANCE
               10  RPDCX-CASH-PAID-AMT   PIC 9(11)V9(02).
               10  RPDCX-OWNR-SUR-NM     PIC X(25).
               10  RPDCX-OWNR-GIV-NM     PIC X(25).
               10  RPDCX-OWNR-PSTL-CD    PIC X(08).
               10  RPDCX-OWNR-ADDR-TXT   PIC X(72).
               10  FILLER                PIC X(42).
           05  RPDCX-TRAILER-DATA        REDEFINES RPDCX-REC-DATA.
               10  RPDCX-TRL-CERT-YR     PIC 9(04).
               10  RPDCX-TRL-DTL-CNT     PIC 9(07).
               10  RPDCX-TRL-DED-PREM-AMT
                                         PIC 9(13)V9(02).
               10  RPDCX-TRL-CASH-PAID-AMT
                                         PIC 9(13)V9(02).
               10  FILLER                PIC X(208).

      *****************************************************************
      **                 END OF COPYBOOK ACSRPDCX                    **
      *****************************************************************
