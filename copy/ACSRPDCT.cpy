      *****************************************************************
      **  MEMBER :  ACSRPDCT                                         **
      **  REMARKS:  RECORD LAYOUT FOR THE PREMIUM DEDUCTION CATEGORY **
      **            MASTER. ONE ROW PER BASE PLAN (PLAN ID OF ALL    **
      **            ASTERISKS IS THE COMPANY DEFAULT) GIVING THE     **
      **            CERTIFICATE CATEGORY ITS PREMIUM IS DEDUCTED     **
      **            UNDER. AN INDIVIDUAL PENSION PLAN QUALIFIES ONLY **
      **            WHEN ITS COVERAGE CARRIES THE TAX-QUALIFIED      **
      **            INDICATOR - OTHERWISE IT IS GENERAL LIFE         **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
613058**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       01  RPDCT-SEQ-REC-INFO.
           05  RPDCT-PLAN-ID             PIC X(15).
           05  RPDCT-DED-CTGY-CD         PIC X(01).
               88  RPDCT-CTGY-GENERAL-LIFE     VALUE 'G'.
               88  RPDCT-CTGY-MEDICAL-LTC      VALUE 'M'.
               88  RPDCT-CTGY-INDV-PENSION     VALUE 'P'.
           05  RPDCT-CTGY-DESC-TXT       PIC X(30).
           05  FILLER                    PIC X(34).

      *****************************************************************
      **                 END OF COPYBOOK ACSRPDCT                    **
      *****************************************************************
