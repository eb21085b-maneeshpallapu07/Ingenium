      *****************************************************************
      **  MEMBER :  ACSRSORR                                         **
      **  REMARKS:  RECORD LAYOUT FOR THE SALES OFFICE AGENT         **
      **            REASSIGNMENT RULE MASTER - HOW BUSINESS OF A     **
      **            TERMINATED AGENT IS REASSIGNED.  RULE S GIVES    **
      **            IT TO THE SURVIVING AGENT ON THE CASE WHEN       **
      **            THERE IS ONE, ELSE TO THE OFFICE DEFAULT AGENT;  **
      **            RULE D ALWAYS GIVES IT TO THE OFFICE DEFAULT     **
      **            AGENT.  AN ALL-'*' OFFICE ROW IS THE COMPANY     **
      **            DEFAULT                                          **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
604519**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       01  RSORR-SEQ-REC-INFO.
           05  RSORR-SO-NUM              PIC X(03).
           05  RSORR-REASGN-RULE-CD      PIC X(01).
               88  RSORR-RULE-SURVIVOR          VALUE 'S'.
               88  RSORR-RULE-DEFAULT           VALUE 'D'.
               88  RSORR-RULE-VALID             VALUE 'S' 'D'.
           05  RSORR-DFLT-AGT-NUM        PIC X(06).
           05  FILLER                    PIC X(30).

      *****************************************************************
      **                 END OF COPYBOOK ACSRSORR                    **
      *****************************************************************
