      *****************************************************************
      **  MEMBER :  ACSRECLM                                         **
      **  REMARKS:  RECORD LAYOUT FOR THE MONTHLY EARLY-CLAIM FILE   **
      **            FROM THE CLAIMS SYSTEM - ONE ROW PER CLAIM       **
      **            INCURRED WITHIN THE CONTESTABLE PERIOD OF THE    **
      **            POLICY.                                          **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
731046**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       01  RECLM-SEQ-REC-INFO.
           05  RECLM-POL-ID                  PIC X(10).
           05  RECLM-CLM-ID                  PIC X(12).
           05  RECLM-CLM-TYP-CD              PIC X(02).
               88  RECLM-CLM-TYP-DEATH             VALUE 'DT'.
           05  RECLM-LOSS-DT                 PIC 9(08).
           05  RECLM-RPT-DT                  PIC 9(08).
           05  RECLM-CLM-AMT                 PIC S9(13)V9(02) COMP-3.
           05  RECLM-CAUSE-CD                PIC X(06).
           05  FILLER                        PIC X(26).

      *****************************************************************
      **                 END OF COPYBOOK ACSRECLM                    **
      *****************************************************************
