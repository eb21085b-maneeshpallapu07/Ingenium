      *****************************************************************
      **  MEMBER :  ACSSIMPC                                         **
      **  REMARKS:  SELECT/ASSIGN CLAUSE FOR THE                     **
      **            IMPAIRMENT CODE MASTER - MAPS MEDICAL-EVIDENCE   **
      **            QUESTIONNAIRE STRUCTURES AND ANSWERS TO THE      **
      **            STANDARD IMPAIRMENT CODES                        **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
782630**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

           SELECT  IMPC-DATA-FILE  ASSIGN       TO ACSIMPC
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS  IS
                                       WIMPC-SEQ-FILE-STATUS.

      *****************************************************************
      **                 END OF COPYBOOK ACSSIMPC                    **
      *****************************************************************
