      *****************************************************************
      **  MEMBER :  ACWM2080                                         **
      **  REMARKS:  MAP INTERFACE RECORD FOR THE UPLOAD FIELD        **
      **            TRANSACTION UFLD (PROGRAM ASOM2080).             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
008445**  31MAR98  552    GENERATE MIR FROM TECH ARCH DATA BASE      **
622314**  15OCT26  DEV    ADDED APEX RELEASE TO THE KEY AND TO EACH  **
622314**                  LIST LINE                                  **
      *****************************************************************

       01  MIR-PARM-AREA.
           05  MIR-BUS-FCN-ID                 PIC X(04).
           05  MIR-UPLD-FLD-STRUCT-NM         PIC X(20).
           05  MIR-UPLD-FLD-APEX-NM           PIC X(20).
622314     05  MIR-APEX-RLSE-ID               PIC X(04).
           05  MIR-UPLD-FLD-STRUCT-NM-T       OCCURS 12 TIMES
                                               PIC X(20).
           05  MIR-UPLD-FLD-APEX-NM-T         OCCURS 12 TIMES
                                               PIC X(20).
622314     05  MIR-APEX-RLSE-ID-T             OCCURS 12 TIMES
622314                                         PIC X(04).
           05  MIR-UPLD-FLD-TYP-CD-T          OCCURS 12 TIMES
                                               PIC X(01).
           05  MIR-UPLD-FLD-FILE-CD-T         OCCURS 12 TIMES
                                               PIC X(04).
           05  MIR-UPLD-FLD-NM-T              OCCURS 12 TIMES
                                               PIC X(18).
           05  MIR-UPLD-TTBL-TYP-ID-T         OCCURS 12 TIMES
                                               PIC X(05).

      *****************************************************************
      **                 END OF COPYBOOK ACWM2080                    **
      *****************************************************************
