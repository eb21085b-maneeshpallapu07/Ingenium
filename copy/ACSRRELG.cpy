      *****************************************************************
      **  MEMBER :  ACSRRELG                                         **
      **  REMARKS:  RECORD LAYOUT FOR THE RIDER ELIGIBILITY AND      **
      **            PLAN ISSUE-LIMIT MATRIX - ONE ROW PER BASE       **
      **            PLAN AND RIDER PLAN ALLOWED WITH IT.  THE        **
      **            ROW WHOSE RIDER PLAN IS THE BASE PLAN ITSELF     **
      **            CARRIES THE BASE COVERAGE'S OWN LIMITS.  A       **
      **            ZERO LIMIT IS NOT CHECKED                        **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
463905**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       01  RRELG-SEQ-REC-INFO.
           05  RRELG-KEY.
               10  RRELG-BASE-PLAN-ID        PIC X(15).
               10  RRELG-RIDR-PLAN-ID        PIC X(15).
           05  RRELG-MIN-ISS-AGE             PIC 9(03).
           05  RRELG-MAX-ISS-AGE             PIC 9(03).
           05  RRELG-MAX-FACE-MULT           PIC 9(03)V9(02).
           05  RRELG-MAX-PREM-END-AGE        PIC 9(03).
           05  RRELG-WP-ALWD-IND             PIC X(01).
               88  RRELG-WP-ALLOWED                VALUE 'Y'.
           05  FILLER                        PIC X(35).

      *****************************************************************
      **                 END OF COPYBOOK ACSRRELG                    **
      *****************************************************************
