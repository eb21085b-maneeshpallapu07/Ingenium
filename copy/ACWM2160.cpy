      **                                                             **
487159**  22AUG26  DEV    CREATED FOR TWO-PERSON MAINTENANCE         **
487159**                  APPROVAL                                   **
622314**  15OCT26  DEV    TARGET KEY WIDENED FOR THE RELEASE-KEYED   **
622314**                  UFLD                                       **
633425**  15OCT26  DEV    TRANSLATION-CHANGE IMPACT PREVIEW COUNTS   **
633425**                  AND SAMPLE APPLICATION LIST                **
      *****************************************************************

       01  MIR-PARM-AREA.
                                              PIC X(04).
           05  MIR-ACTN-CD-T                  OCCURS 12 TIMES
                                              PIC X(01).
622314     05  MIR-TRGT-KEY-T                 OCCURS 12 TIMES
622314                                        PIC X(46).
           05  MIR-RQST-USER-ID-T             OCCURS 12 TIMES
                                              PIC X(08).
           05  MIR-RQST-DT-T                  OCCURS 12 TIMES
                                              PIC X(10).
           05  MIR-ROW-IMAGE-T                OCCURS 12 TIMES
                                              PIC X(100).
633425     05  MIR-PRVW-TTBL-TYP-ID           PIC X(05).
633425     05  MIR-PRVW-TTBL-VALU-ID          PIC X(25).
633425     05  MIR-PRVW-OLD-TXT               PIC X(25).
633425     05  MIR-PRVW-NEW-TXT               PIC X(25).
633425     05  MIR-PRVW-FLD-CNT               PIC 9(03).
633425     05  MIR-PRVW-NOT-SCAN-FLD-CNT      PIC 9(03).
633425     05  MIR-PRVW-SCAN-APP-CNT          PIC 9(07).
633425     05  MIR-PRVW-AFCT-APP-CNT          PIC 9(07).
633425     05  MIR-PRVW-HOLD-APP-CNT          PIC 9(07).
633425     05  MIR-PRVW-APP-ID-T              OCCURS 12 TIMES
633425                                        PIC X(15).
633425     05  MIR-PRVW-HOLD-IND-T            OCCURS 12 TIMES
633425                                        PIC X(01).

      *****************************************************************
      **                 END OF COPYBOOK ACWM2160                    **
