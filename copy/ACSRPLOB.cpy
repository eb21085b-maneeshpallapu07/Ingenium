      *****************************************************************
      **  MEMBER :  ACSRPLOB                                         **
      **  REMARKS:  RECORD LAYOUT FOR THE PLAN LINE-OF-BUSINESS      **
      **            MASTER. ONE ROW PER PLAN (PLAN ID OF ALL         **
      **            ASTERISKS IS THE COMPANY DEFAULT): THE LINE OF   **
      **            BUSINESS PREMIUM TAX IS REPORTED UNDER AND THE   **
      **            GL PREMIUM INCOME ACCOUNT ITS FIRST-YEAR PREMIUM **
      **            IS POSTED TO                                     **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
846173**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       01  RPLOB-SEQ-REC-INFO.
           05  RPLOB-PLAN-ID             PIC X(15).
           05  RPLOB-LOB-CD              PIC X(03).
           05  RPLOB-GL-PREM-ACCT-ID     PIC X(08).
           05  RPLOB-LOB-DESC-TXT        PIC X(30).
           05  FILLER                    PIC X(24).

      *****************************************************************
      **                 END OF COPYBOOK ACSRPLOB                    **
      *****************************************************************
