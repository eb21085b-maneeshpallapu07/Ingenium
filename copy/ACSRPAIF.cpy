      *****************************************************************
      **  MEMBER :  ACSRPAIF                                         **
      **  REMARKS:  RECORD LAYOUT FOR THE POLICY ADMINISTRATION      **
      **            IN-FORCE EXTRACT - ONE ROW PER POLICY STILL IN   **
      **            FORCE ON THE ADMINISTRATION SIDE, SORTED BY      **
      **            POLICY NUMBER.  A POLICY THAT IS TERMINATED,     **
      **            LAPSED OR SURRENDERED IS NOT ON THE FILE         **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
903318**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       01  RPAIF-SEQ-REC-INFO.
           05  RPAIF-POL-ID              PIC X(10).
           05  RPAIF-STAT-CD             PIC X(01).
               88  RPAIF-STAT-PREM-PAYING      VALUE 'P'.
               88  RPAIF-STAT-PAID-UP          VALUE 'U'.
               88  RPAIF-STAT-WAIVER           VALUE 'W'.
               88  RPAIF-STAT-GRACE            VALUE 'G'.
           05  RPAIF-PAID-TO-DT          PIC X(10).
           05  RPAIF-BILL-MTHD-CD        PIC X(02).
           05  FILLER                    PIC X(57).

      *****************************************************************
      **                 END OF COPYBOOK ACSRPAIF                    **
      *****************************************************************
