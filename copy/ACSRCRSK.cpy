      *****************************************************************
      **  MEMBER :  ACSRCRSK                                         **
      **  REMARKS:  RECORD LAYOUT FOR THE COUNTRY RISK MASTER        **
      **            MAINTAINED BY UNDERWRITING - ONE ROW PER         **
      **            COUNTRY AND EFFECTIVE DATE.  A COUNTRY WITH NO   **
      **            ROW CARRIES NO FOREIGN RISK.  A MAXIMUM FACE OF  **
      **            ZERO MEANS NO FACE LIMIT                         **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
938214**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       01  RCRSK-SEQ-REC-INFO.
           05  RCRSK-CTRY-CD             PIC X(02).
           05  RCRSK-EFF-DT              PIC X(10).
           05  RCRSK-CTRY-NM             PIC X(30).
           05  RCRSK-RISK-TIER-CD        PIC X(01).
               88  RCRSK-RISK-TIER-VALID       VALUE '1' THRU '4'.
           05  RCRSK-MAX-FACE-AMT        PIC 9(13)V9(02).
           05  RCRSK-ACTN-CD             PIC X(01).
               88  RCRSK-ACTN-NONE             VALUE 'N'.
               88  RCRSK-ACTN-QUESTIONNAIRE    VALUE 'Q'.
               88  RCRSK-ACTN-EXCL-RIDER       VALUE 'X'.
               88  RCRSK-ACTN-POSTPONE         VALUE 'P'.
           05  FILLER                    PIC X(21).

      *****************************************************************
      **                 END OF COPYBOOK ACSRCRSK                    **
      *****************************************************************
