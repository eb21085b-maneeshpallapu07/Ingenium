      *****************************************************************
      **  MEMBER :  ACWLRELG                                         **
      **  REMARKS:  PARAMETER AREA FOR THE ASRURELG RIDER            **
      **            ELIGIBILITY SUBPROGRAM.  THE CALLER SUPPLIES     **
      **            THE BASE AND COVERAGE PLANS (THE SAME PLAN FOR   **
      **            THE BASE COVERAGE), THE INSURED'S BIRTH DATE,    **
      **            THE ISSUE DATE, BOTH FACE AMOUNTS, THE PREMIUM-  **
      **            PAYING YEARS AND THE WAIVER INDICATOR; THE       **
      **            SUBPROGRAM RETURNS THE ISSUE AGE, THE MATRIX     **
      **            LIMITS AND THE FIRST RULE BROKEN.                **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
463905**  15OCT26  DEV    CREATED FOR RIDER ELIGIBILITY EDIT         **
      *****************************************************************

       01  LRELG-PARM-AREA.
           05  LRELG-BASE-PLAN-ID            PIC X(15).
           05  LRELG-CVG-PLAN-ID             PIC X(15).
           05  LRELG-BTH-DT                  PIC X(10).
           05  LRELG-ISS-DT                  PIC X(10).
           05  LRELG-BASE-FACE-AMT           PIC S9(13)V9(02) COMP-3.
           05  LRELG-CVG-FACE-AMT            PIC S9(13)V9(02) COMP-3.
           05  LRELG-PREM-DUR-YR             PIC X(02).
           05  LRELG-PREM-DUR-YR-N           REDEFINES
               LRELG-PREM-DUR-YR             PIC 9(02).
           05  LRELG-CVG-WP-IND              PIC X(01).
               88  LRELG-CVG-WP-NOT-CHOSEN         VALUE SPACE 'N' '0'.
           05  LRELG-ISS-AGE                 PIC 9(03).
           05  LRELG-MIN-ISS-AGE             PIC 9(03).
           05  LRELG-MAX-ISS-AGE             PIC 9(03).
           05  LRELG-MAX-FACE-AMT            PIC S9(13)V9(02) COMP-3.
           05  LRELG-PREM-END-AGE            PIC 9(03).
           05  LRELG-MAX-PREM-END-AGE        PIC 9(03).
           05  LRELG-RETURN-CD               PIC X(02).
               88  LRELG-ELIGIBLE                  VALUE '00'.
               88  LRELG-BASE-NOT-IN-MATRIX        VALUE '01'.
               88  LRELG-RIDR-NOT-ALLOWED          VALUE '02'.
               88  LRELG-UNDER-MIN-AGE             VALUE '03'.
               88  LRELG-OVER-MAX-AGE              VALUE '04'.
               88  LRELG-OVER-FACE-MULT            VALUE '05'.
               88  LRELG-PREM-TERM-TOO-LONG        VALUE '06'.
               88  LRELG-WP-NOT-ALLOWED            VALUE '07'.
               88  LRELG-BAD-DATE                  VALUE '08'.

      *****************************************************************
      **                 END OF COPYBOOK ACWLRELG                    **
      *****************************************************************
