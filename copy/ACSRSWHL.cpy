      *****************************************************************
      **  MEMBER :  ACSRSWHL                                         **
      **  REMARKS:  RECORD LAYOUT FOR THE SELF-WRITTEN AND EMPLOYEE  **
      **            BUSINESS COMPLIANCE REVIEW HOLD FILE WRITTEN BY  **
      **            ASBM9525 - ONE ROW PER APPLICATION HELD FOR      **
      **            COMPLIANCE REVIEW BECAUSE THE POLICYHOLDER IS    **
      **            THE AGENT, AN EMPLOYEE OR A RESTRICTED PARTY,    **
      **            THE APPLICANT WORKS FOR AN INSURER, OR THE       **
      **            WRITING AGENT IS ALSO THE OWNER, INSURED OR A    **
      **            BENEFICIARY.  MERGED INTO THE CONSOLIDATED WORK  **
      **            QUEUE BY ASBM9428 AS HOLD TYPE SW.               **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
517342**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       01  RSWHL-SEQ-REC-INFO.
           05  RSWHL-APP-ID                  PIC X(15).
           05  RSWHL-SALES-REP-NUM           PIC X(06).
           05  RSWHL-SO-NUM                  PIC X(03).
           05  RSWHL-BR-NUM                  PIC X(03).
           05  RSWHL-POL-HLD-AGT-IND         PIC X(01).
           05  RSWHL-WORK-INS-CO-IND         PIC X(01).
           05  RSWHL-AGT-OWNR-IND            PIC X(01).
               88  RSWHL-AGT-IS-OWNR               VALUE 'Y'.
           05  RSWHL-AGT-INSRD-IND           PIC X(01).
               88  RSWHL-AGT-IS-INSRD              VALUE 'Y'.
           05  RSWHL-AGT-BNFY-IND            PIC X(01).
               88  RSWHL-AGT-IS-BNFY               VALUE 'Y'.
           05  RSWHL-DETECT-DT               PIC 9(08).
           05  RSWHL-CLEARED-SW              PIC X(01).
               88  RSWHL-CLEARED                   VALUE 'Y'.
               88  RSWHL-NOT-CLEARED               VALUE 'N'.
           05  RSWHL-CLEARED-USER-ID         PIC X(08).
           05  RSWHL-CLEARED-DT              PIC X(08).
           05  FILLER                        PIC X(23).

      *****************************************************************
      **                 END OF COPYBOOK ACSRSWHL                    **
      *****************************************************************
