      *****************************************************************
      **  MEMBER :  ACSDCOFA                                         **
      **  REMARKS:  FD FOR THE                                       **
      **            COUNTER-OFFER RESPONSE FILE                      **
      **            (SIGNED ACCEPTANCE OR REFUSAL OF                 **
      **            A RATED OR MODIFIED OFFER)                       **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
318274**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       FD  COFA-DATA-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RCOFA-SEQ-REC-INFO.

      *****************************************************************
      **                 END OF COPYBOOK ACSDCOFA                    **
      *****************************************************************
