      *****************************************************************
      **  MEMBER :  ACWM2190                                         **
      **  REMARKS:  MIR PARAMETER AREA FOR THE SIR REQUIREMENT       **
      **            WAIVER TRANSACTION (ASOM2190).  ONE SCREEN LISTS **
      **            THE REQUIREMENTS WRITTEN FOR AN APPLICATION WITH **
      **            THEIR STATUS, WAIVES ONE OF THEM, OR MAINTAINS   **
      **            A USER'S WAIVER AUTHORITY LIMIT.                 **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
418639**  15OCT26  DEV    CREATED FOR ONLINE REQUIREMENT WAIVER      **
      *****************************************************************

       01  MIR-PARM-AREA.
           05  MIR-BUS-FCN-ID                 PIC X(04).
           05  MIR-APP-ID                     PIC X(15).
           05  MIR-REQIR-CODE                 PIC X(05).
           05  MIR-WAIV-RSN-CD                PIC X(02).
           05  MIR-APP-FACE-AMT               PIC S9(13)V9(02) COMP-3.
      *    AUTHORITY LIMIT MAINTENANCE (2192) - USER, REQUIREMENT CODE
      *    ('*' = ANY REQUIREMENT) AND LIMIT.  ALL NINES = UNLIMITED,
      *    ZERO = NO AUTHORITY.
           05  MIR-WVAL-USER-ID               PIC X(08).
           05  MIR-WVAL-REQIR-CODE            PIC X(05).
           05  MIR-WVAL-MAX-FACE-AMT          PIC 9(13).
      *    REQUIREMENT LINES.  STATUS: O = OUTSTANDING, R = RECEIVED,
      *    W = WAIVED.
           05  MIR-REQIR-CNT                  PIC S9(04) COMP.
           05  MIR-REQIR-CODE-T               OCCURS 10 TIMES
                                              PIC X(05).
           05  MIR-REQIR-STAT-CD-T            OCCURS 10 TIMES
                                              PIC X(01).
           05  MIR-WAIV-RSN-CD-T              OCCURS 10 TIMES
                                              PIC X(02).
           05  MIR-WAIV-USER-ID-T             OCCURS 10 TIMES
                                              PIC X(08).
           05  MIR-WAIV-DT-T                  OCCURS 10 TIMES
                                              PIC X(10).

      *****************************************************************
      **                 END OF COPYBOOK ACWM2190                    **
      *****************************************************************
