      *****************************************************************
      **  MEMBER :  ACSDIMPC                                         **
      **  REMARKS:  FD FOR THE                                       **
      **            IMPAIRMENT CODE MASTER - MAPS MEDICAL-EVIDENCE   **
      **            QUESTIONNAIRE STRUCTURES AND ANSWERS TO THE      **
      **            STANDARD IMPAIRMENT CODES                        **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
782630**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       FD  IMPC-DATA-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RIMPC-SEQ-REC-INFO.

      *****************************************************************
      **                 END OF COPYBOOK ACSDIMPC                    **
      *****************************************************************
