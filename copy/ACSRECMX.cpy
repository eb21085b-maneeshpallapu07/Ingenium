      *****************************************************************
      **  MEMBER :  ACSRECMX                                         **
      **  REMARKS:  RECORD LAYOUT FOR THE EARLY-CLAIM MATCH-BACK     **
      **            REGISTER WRITTEN BY ASBM9528 - ONE ROW PER EARLY **
      **            CLAIM MATCHED TO ITS POLICY, CARRYING THE CLAIM, **
      **            THE MONTHS FROM ISSUE TO LOSS AND THE POLICY'S   **
      **            UNDERWRITING PATH REGISTER ROW AS IT WAS WRITTEN **
      **            AT ISSUE.                                        **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
731046**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       01  RECMX-SEQ-REC-INFO.
           05  RECMX-POL-ID                  PIC X(10).
           05  RECMX-CLM-ID                  PIC X(12).
           05  RECMX-CLM-TYP-CD              PIC X(02).
           05  RECMX-LOSS-DT                 PIC 9(08).
           05  RECMX-RPT-DT                  PIC 9(08).
           05  RECMX-CLM-AMT                 PIC S9(13)V9(02) COMP-3.
           05  RECMX-CAUSE-CD                PIC X(06).
           05  RECMX-DUR-MM                  PIC 9(03).
           05  RECMX-UWPR-INFO               PIC X(200).
           05  FILLER                        PIC X(23).

      *****************************************************************
      **                 END OF COPYBOOK ACSRECMX                    **
      *****************************************************************
