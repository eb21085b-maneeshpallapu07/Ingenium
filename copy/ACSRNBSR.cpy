      *****************************************************************
      **  MEMBER :  ACSRNBSR                                         **
      **  REMARKS:  RECORD LAYOUT FOR THE QUARTERLY STATUTORY NEW    **
      **            BUSINESS STATISTICAL RETURN WRITTEN BY ASBM9532. **
      **            A HEADER (H), ONE CELL ROW (D) PER PRODUCT LINE, **
      **            CHANNEL, INSURED AGE BAND, SEX AND MOVEMENT (NEW **
      **            ISSUE, CONVERSION, CANCELLATION) AND A TRAILER   **
      **            (T) CARRYING THE MOVEMENT TOTALS AND THE RESULT  **
      **            OF THE MONTH-END CLOSE TIE-OUT                   **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
645120**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       01  RNBSR-SEQ-REC-INFO.
           05  RNBSR-RPT-QTR             PIC X(06).
           05  RNBSR-REC-TYP-CD          PIC X(01).
               88  RNBSR-REC-TYP-HEADER        VALUE 'H'.
               88  RNBSR-REC-TYP-DETAIL        VALUE 'D'.
               88  RNBSR-REC-TYP-TRAILER       VALUE 'T'.
           05  RNBSR-CO-ID               PIC X(02).
           05  RNBSR-REC-DATA            PIC X(241).
           05  RNBSR-HEADER-DATA         REDEFINES RNBSR-REC-DATA.
               10  RNBSR-HDR-FROM-DT     PIC X(10).
               10  RNBSR-HDR-TO-DT       PIC X(10).
               10  RNBSR-HDR-RUN-DT      PIC X(10).
               10  FILLER                PIC X(211).
           05  RNBSR-DETAIL-DATA         REDEFINES RNBSR-REC-DATA.
               10  RNBSR-LOB-CD          PIC X(03).
               10  RNBSR-CHNL-CD         PIC X(01).
                   88  RNBSR-CHNL-AGENCY       VALUE 'A'.
                   88  RNBSR-CHNL-BANK         VALUE 'B'.
                   88  RNBSR-CHNL-DIRECT       VALUE 'D'.
                   88  RNBSR-CHNL-WORKSITE     VALUE 'G'.
               10  RNBSR-AGE-BAND-CD     PIC X(02).
               10  RNBSR-SEX-CD          PIC X(01).
               10  RNBSR-MVMT-CD         PIC X(01).
                   88  RNBSR-MVMT-NEW-ISSUE    VALUE 'N'.
                   88  RNBSR-MVMT-CONVERSION   VALUE 'C'.
                   88  RNBSR-MVMT-CANCEL       VALUE 'X'.
               10  RNBSR-POL-CNT         PIC 9(07).
               10  RNBSR-SUM-ASSD-AMT    PIC S9(15)V9(02).
               10  RNBSR-ANNL-PREM-AMT   PIC S9(15)V9(02).
               10  FILLER                PIC X(192).
           05  RNBSR-TRAILER-DATA        REDEFINES RNBSR-REC-DATA.
               10  RNBSR-TRL-DTL-CNT     PIC 9(07).
               10  RNBSR-TRL-MVMT-TOT    OCCURS 3 TIMES.
                   15  RNBSR-TRL-POL-CNT PIC 9(07).
                   15  RNBSR-TRL-SUM-ASSD-AMT
                                         PIC S9(15)V9(02).
                   15  RNBSR-TRL-ANNL-PREM-AMT
                                         PIC S9(15)V9(02).
               10  RNBSR-TRL-TIE-STAT-CD PIC X(01).
                   88  RNBSR-TRL-TIE-BALANCED  VALUE 'B'.
                   88  RNBSR-TRL-TIE-UNBALANCED
                                               VALUE 'U'.
                   88  RNBSR-TRL-TIE-NO-CLOSE  VALUE 'N'.
               10  RNBSR-TRL-RTN-APPLIED-AMT
                                         PIC S9(15)V9(02).
               10  RNBSR-TRL-CLS-APPLIED-AMT
                                         PIC S9(15)V9(02).
               10  RNBSR-TRL-RTN-CNV-CR-AMT
                                         PIC S9(15)V9(02).
               10  RNBSR-TRL-CLS-CNV-CR-AMT
                                         PIC S9(15)V9(02).
               10  FILLER                PIC X(42).

      *****************************************************************
      **                 END OF COPYBOOK ACSRNBSR                    **
      *****************************************************************
