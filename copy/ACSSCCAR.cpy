      *****************************************************************
      **  MEMBER :  ACSSCCAR                                         **
      **  REMARKS:  SELECT/ASSIGN CLAUSE FOR THE                     **
      **            CARD AUTHORIZATION RESULT FILE                   **
      **            RETURNED BY THE PAYMENT GATEWAY                  **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
386274**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

           SELECT  CCAR-DATA-FILE  ASSIGN       TO ACSCCAR
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS  IS
                                       WCCAR-SEQ-FILE-STATUS.

      *****************************************************************
      **                 END OF COPYBOOK ACSSCCAR                    **
      *****************************************************************
