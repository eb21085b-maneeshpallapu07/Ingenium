      *****************************************************************
      **  MEMBER :  ACSDCCAQ                                         **
      **  REMARKS:  FD FOR THE                                       **
      **            CARD AUTHORIZATION REQUEST FILE                  **
      **            SENT TO THE PAYMENT GATEWAY (ASBM9524)           **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
386274**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       FD  CCAQ-DATA-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 120 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RCCAQ-SEQ-REC-INFO.

      *****************************************************************
      **                 END OF COPYBOOK ACSDCCAQ                    **
      *****************************************************************
