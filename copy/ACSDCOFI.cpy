      *****************************************************************
      **  MEMBER :  ACSDCOFI                                         **
      **  REMARKS:  FD FOR THE                                       **
      **            COUNTER-OFFER REGISTER                           **
      **            (PRIOR GENERATION) READ BY ASBM9515              **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
318274**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       FD  COFI-DATA-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 150 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RCOFI-SEQ-REC-INFO.

      *****************************************************************
      **                 END OF COPYBOOK ACSDCOFI                    **
      *****************************************************************
