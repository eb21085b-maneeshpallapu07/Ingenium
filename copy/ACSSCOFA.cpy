      *****************************************************************
      **  MEMBER :  ACSSCOFA                                         **
      **  REMARKS:  SELECT/ASSIGN CLAUSE FOR THE                     **
      **            COUNTER-OFFER RESPONSE FILE                      **
      **            (SIGNED ACCEPTANCE OR REFUSAL OF                 **
      **            A RATED OR MODIFIED OFFER)                       **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
318274**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

           SELECT  COFA-DATA-FILE  ASSIGN       TO ACSCOFA
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS  IS
                                       WCOFA-SEQ-FILE-STATUS.

      *****************************************************************
      **                 END OF COPYBOOK ACSSCOFA                    **
      *****************************************************************
