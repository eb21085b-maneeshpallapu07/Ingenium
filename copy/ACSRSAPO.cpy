      *****************************************************************
      **  MEMBER :  ACSRSAPO                                         **
      **  REMARKS:  RECORD LAYOUT FOR THE SEPARATE ACCOUNT FUND      **
      **            PURCHASE ORDER FEED TO INVESTMENT OPERATIONS.    **
      **            ONE DETAIL ROW PER ISSUED POLICY AND FUND - THE  **
      **            INITIAL PREMIUM, INITIAL LUMP SUM AND CONVERTED  **
      **            FUND AMOUNTS TO BE INVESTED IN THE FUND ON THE   **
      **            TRADE DATE, IN THE POLICY'S PAYMENT CURRENCY AND **
      **            ROUNDED TO ITS DECIMAL PLACES - AND A TRAILER    **
      **            WITH THE ROW COUNT AND ORDER HASH TOTAL.         **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
692518**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       01  RSAPO-SEQ-REC-INFO.
           05  RSAPO-REC-TYP-CD          PIC X(01).
               88  RSAPO-REC-TYP-DETAIL        VALUE 'D'.
               88  RSAPO-REC-TYP-TRAILER       VALUE 'T'.
           05  RSAPO-POL-ID              PIC X(10).
           05  RSAPO-REC-DATA            PIC X(139).
           05  RSAPO-DETAIL-DATA         REDEFINES RSAPO-REC-DATA.
               10  RSAPO-FND-ID          PIC X(05).
      *            PAYMENT CURRENCY ('JP' FOR THE HOME CURRENCY) AND
      *            THE DECIMAL PLACES THE AMOUNTS ARE ROUNDED TO
               10  RSAPO-CRCY-CD         PIC X(02).
               10  RSAPO-DEC-PLACE-CNT   PIC 9(01).
               10  RSAPO-TRD-DT          PIC X(10).
               10  RSAPO-POL-CNV-DT      PIC X(10).
               10  RSAPO-APP-ID          PIC X(15).
               10  RSAPO-INIT-PREM-AMT   PIC 9(13)V9(02).
               10  RSAPO-INIT-LMPSM-AMT  PIC 9(13)V9(02).
               10  RSAPO-CNVR-FND-AMT    PIC 9(13)V9(02).
               10  RSAPO-TOT-ORD-AMT     PIC 9(13)V9(02).
               10  FILLER                PIC X(36).
           05  RSAPO-TRAILER-DATA        REDEFINES RSAPO-REC-DATA.
               10  RSAPO-TRL-FROM-DT     PIC X(10).
               10  RSAPO-TRL-TO-DT       PIC X(10).
               10  RSAPO-TRL-DTL-CNT     PIC 9(07).
      *            SUM OF RSAPO-TOT-ORD-AMT OVER THE DETAIL ROWS, ALL
      *            CURRENCIES TOGETHER - A HASH, NOT A MONEY TOTAL
               10  RSAPO-TRL-HASH-AMT    PIC 9(15)V9(02).
               10  FILLER                PIC X(95).

      *****************************************************************
      **                 END OF COPYBOOK ACSRSAPO                    **
      *****************************************************************
