      *****************************************************************
      **  MEMBER :  ACSDCCAR                                         **
      **  REMARKS:  FD FOR THE                                       **
      **            CARD AUTHORIZATION RESULT FILE                   **
      **            RETURNED BY THE PAYMENT GATEWAY                  **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
386274**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       FD  CCAR-DATA-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 120 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RCCAR-SEQ-REC-INFO.

      *****************************************************************
      **                 END OF COPYBOOK ACSDCCAR                    **
      *****************************************************************
