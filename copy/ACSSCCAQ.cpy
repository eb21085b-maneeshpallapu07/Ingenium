      *****************************************************************
      **  MEMBER :  ACSSCCAQ                                         **
      **  REMARKS:  SELECT/ASSIGN CLAUSE FOR THE                     **
      **            CARD AUTHORIZATION REQUEST FILE                  **
      **            SENT TO THE PAYMENT GATEWAY (ASBM9524)           **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
386274**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

           SELECT  CCAQ-DATA-FILE  ASSIGN       TO ACSCCAQ
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS  IS
                                       WCCAQ-SEQ-FILE-STATUS.

      *****************************************************************
      **                 END OF COPYBOOK ACSSCCAQ                    **
      *****************************************************************
