      *****************************************************************
      **  MEMBER :  ACSRRFPT                                         **
      **  REMARKS:  RECORD LAYOUT FOR THE REFERRAL PARTNER MASTER.   **
      **            ONE ROW PER REFERRAL CODE AND PERIOD, NAMING     **
      **            THE BANK OR AFFINITY PARTNER AND ITS FEE         **
      **            SCHEDULE - A PERCENTAGE OF THE ANNUALIZED        **
      **            PREMIUM OR A FLAT AMOUNT PER POLICY. AN EXPIRY   **
      **            DATE OF SPACES IS OPEN-ENDED                     **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
271946**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       01  RRFPT-SEQ-REC-INFO.
           05  RRFPT-REFRL-CD                PIC X(06).
           05  RRFPT-PRTNR-ID                PIC X(10).
           05  RRFPT-PRTNR-NM                PIC X(25).
           05  RRFPT-EFF-DT                  PIC X(10).
           05  RRFPT-EXP-DT                  PIC X(10).
           05  RRFPT-FEE-BASIS-CD            PIC X(01).
               88  RRFPT-FEE-PCT-OF-PREM           VALUE 'P'.
               88  RRFPT-FEE-FLAT                  VALUE 'F'.
           05  RRFPT-FEE-PCT                 PIC 9(03)V9(04).
           05  RRFPT-FEE-FLAT-AMT            PIC 9(07)V9(02).
           05  FILLER                        PIC X(02).

      *****************************************************************
      **                 END OF COPYBOOK ACSRRFPT                    **
      *****************************************************************
