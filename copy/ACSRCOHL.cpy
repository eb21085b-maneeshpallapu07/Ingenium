      *****************************************************************
      **  MEMBER :  ACSRCOHL                                         **
      **  REMARKS:  RECORD LAYOUT FOR THE CORPORATE-OWNED POLICY     **
      **            HOLD FILE WRITTEN BY ASBM9526 - ONE ROW PER      **
      **            APPLICATION OWNED BY A COMPANY ON AN             **
      **            INDIVIDUAL'S LIFE THAT LACKS THE INSURED'S       **
      **            WRITTEN CONSENT OR A VALID BUSINESS PURPOSE, OR  **
      **            WHOSE KEY PERSON FACE AMOUNT EXCEEDS THE SALARY  **
      **            MULTIPLE.  MERGED INTO THE CONSOLIDATED WORK     **
      **            QUEUE BY ASBM9428 AS HOLD TYPE CO.               **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
604718**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       01  RCOHL-SEQ-REC-INFO.
           05  RCOHL-APP-ID                  PIC X(15).
           05  RCOHL-SALES-REP-NUM           PIC X(06).
           05  RCOHL-SO-NUM                  PIC X(03).
           05  RCOHL-BR-NUM                  PIC X(03).
           05  RCOHL-INSRD-CNSNT-IND         PIC X(01).
           05  RCOHL-CORP-BUS-PURP-CD        PIC X(01).
           05  RCOHL-CNSNT-MISS-IND          PIC X(01).
               88  RCOHL-CNSNT-MISSING             VALUE 'Y'.
           05  RCOHL-PURP-MISS-IND           PIC X(01).
               88  RCOHL-PURP-MISSING              VALUE 'Y'.
           05  RCOHL-FACE-OVER-IND           PIC X(01).
               88  RCOHL-FACE-OVER-CAP             VALUE 'Y'.
           05  RCOHL-FACE-AMT                PIC S9(13)V9(02) COMP-3.
           05  RCOHL-MAX-FACE-AMT            PIC S9(13)V9(02) COMP-3.
           05  RCOHL-DETECT-DT               PIC 9(08).
           05  RCOHL-CLEARED-SW              PIC X(01).
               88  RCOHL-CLEARED                   VALUE 'Y'.
               88  RCOHL-NOT-CLEARED               VALUE 'N'.
           05  RCOHL-CLEARED-USER-ID         PIC X(08).
           05  RCOHL-CLEARED-DT              PIC X(08).
           05  FILLER                        PIC X(07).

      *****************************************************************
      **                 END OF COPYBOOK ACSRCOHL                    **
      *****************************************************************
