      *****************************************************************
      **  MEMBER :  ACSDCOFO                                         **
      **  REMARKS:  FD FOR THE                                       **
      **            COUNTER-OFFER REGISTER                           **
      **            (NEW GENERATION) WRITTEN BY ASBM9515             **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
318274**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       FD  COFO-DATA-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 150 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RCOFO-SEQ-REC-INFO.

      *****************************************************************
      **                 END OF COPYBOOK ACSDCOFO                    **
      *****************************************************************
