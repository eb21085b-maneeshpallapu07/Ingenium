      *****************************************************************
      **  MEMBER :  ACSRELHL                                         **
      **  REMARKS:  RECORD LAYOUT FOR THE ELDERLY APPLICANT          **
      **            PROTECTION HOLD FILE WRITTEN BY ASBM9541 - ONE   **
      **            ROW PER UNCONVERTED APPLICATION WHOSE INSURED OR **
      **            OWNER IS AT OR OVER THE ELDERLY AGE THRESHOLD    **
      **            AND THAT EITHER LACKS EVIDENCE OF A FAMILY       **
      **            MEMBER AT THE SALE OR A SECOND INTERVIEW, OR     **
      **            STILL NEEDS ITS PRE-ISSUE CONFIRMATION CALL.     **
      **            MERGED INTO THE CONSOLIDATED WORK QUEUE BY       **
      **            ASBM9428 AS HOLD TYPE EA (EVIDENCE) AND EC       **
      **            (CONFIRMATION CALL).                             **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
263951**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       01  RELHL-SEQ-REC-INFO.
           05  RELHL-APP-ID                  PIC X(15).
           05  RELHL-SALES-REP-NUM           PIC X(06).
           05  RELHL-SO-NUM                  PIC X(03).
           05  RELHL-BR-NUM                  PIC X(03).
           05  RELHL-ELDR-ROLE-CD            PIC X(01).
               88  RELHL-ELDR-INSURED              VALUE 'I'.
               88  RELHL-ELDR-OWNER                VALUE 'O'.
               88  RELHL-ELDR-BOTH                 VALUE 'B'.
           05  RELHL-ELDR-AGE                PIC 9(03).
           05  RELHL-ELDR-BTH-DT             PIC X(10).
           05  RELHL-FMLY-ATTND-IND          PIC X(01).
           05  RELHL-2ND-INTVW-DT            PIC X(10).
           05  RELHL-EVID-MISS-IND           PIC X(01).
               88  RELHL-EVID-MISSING              VALUE 'Y'.
           05  RELHL-CALL-PEND-IND           PIC X(01).
               88  RELHL-CALL-PENDING              VALUE 'Y'.
           05  RELHL-DETECT-DT               PIC 9(08).
           05  RELHL-CLEARED-SW              PIC X(01).
               88  RELHL-CLEARED                   VALUE 'Y'.
               88  RELHL-NOT-CLEARED               VALUE 'N'.
           05  RELHL-CLEARED-USER-ID         PIC X(08).
           05  RELHL-CLEARED-DT              PIC X(08).
           05  FILLER                        PIC X(01).

      *****************************************************************
      **                 END OF COPYBOOK ACSRELHL                    **
      *****************************************************************
