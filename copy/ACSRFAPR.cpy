      *****************************************************************
      **  MEMBER :  ACSRFAPR                                         **
      **  REMARKS:  RECORD LAYOUT FOR THE POLICY FORM APPROVAL       **
      **            MASTER. ONE ROW PER APPLICATION FORM NUMBER AND  **
      **            JURISDICTION (ISSUE LOCATION CODE) APPROVAL: THE **
      **            DATE THE FORM WAS APPROVED FROM AND THE DATE IT  **
      **            WAS WITHDRAWN (SPACES WHILE STILL APPROVED). A   **
      **            FORM RE-FILED AFTER WITHDRAWAL CARRIES ONE ROW   **
      **            PER APPROVAL PERIOD                              **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
861529**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       01  RFAPR-SEQ-REC-INFO.
           05  RFAPR-FORM-NUM            PIC X(15).
           05  RFAPR-JURS-CD             PIC X(02).
           05  RFAPR-APPRV-DT            PIC X(10).
           05  RFAPR-WTHDR-DT            PIC X(10).
           05  FILLER                    PIC X(43).

      *****************************************************************
      **                 END OF COPYBOOK ACSRFAPR                    **
      *****************************************************************
