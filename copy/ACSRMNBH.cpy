      *****************************************************************
      **  MEMBER :  ACSRMNBH                                         **
      **  REMARKS:  RECORD LAYOUT FOR THE MINOR BENEFICIARY          **
      **            CUSTODIAN HOLD FILE WRITTEN BY ASBM9542 - ONE    **
      **            ROW PER UNCONVERTED APPLICATION NAMING A         **
      **            BENEFICIARY UNDER THE AGE OF MAJORITY ON THE     **
      **            APPLICATION DATE WITH NO CUSTODIAN OR TRUST      **
      **            DESIGNATED.  THE FIRST SUCH BENEFICIARY IS       **
      **            CARRIED; THE COUNT COVERS THEM ALL.  MERGED INTO **
      **            THE CONSOLIDATED WORK QUEUE BY ASBM9428 AS HOLD  **
      **            TYPE MC, AND DRAWS A CUSTODIAN DESIGNATION       **
      **            LETTER (TYPE M) FROM ASBM9421.                   **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
481736**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       01  RMNBH-SEQ-REC-INFO.
           05  RMNBH-APP-ID                  PIC X(15).
           05  RMNBH-SALES-REP-NUM           PIC X(06).
           05  RMNBH-SO-NUM                  PIC X(03).
           05  RMNBH-BR-NUM                  PIC X(03).
           05  RMNBH-MINR-BNFY-CNT           PIC 9(02).
           05  RMNBH-BNFY-SUR-NM             PIC X(20).
           05  RMNBH-BNFY-GIV-NM             PIC X(15).
           05  RMNBH-BNFY-BTH-DT             PIC X(10).
           05  RMNBH-BNFY-AGE                PIC 9(02).
           05  RMNBH-DETECT-DT               PIC 9(08).
           05  RMNBH-CLEARED-SW              PIC X(01).
               88  RMNBH-CLEARED                   VALUE 'Y'.
               88  RMNBH-NOT-CLEARED               VALUE 'N'.
           05  RMNBH-CLEARED-USER-ID         PIC X(08).
           05  RMNBH-CLEARED-DT              PIC X(08).
           05  FILLER                        PIC X(09).

      *****************************************************************
      **                 END OF COPYBOOK ACSRMNBH                    **
      *****************************************************************
