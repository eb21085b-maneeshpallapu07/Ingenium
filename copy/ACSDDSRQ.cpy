      *****************************************************************
      **  MEMBER :  ACSDDSRQ                                         **
      **  REMARKS:  FD FOR THE                                       **
      **            PERSONAL DATA ACCESS REQUEST CARD FILE           **
      **            (ONE CARD PER DATA SUBJECT) READ BY ASBM9513     **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
963852**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       FD  DSRQ-DATA-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RDSRQ-SEQ-REC-INFO.

      *****************************************************************
      **                 END OF COPYBOOK ACSDDSRQ                    **
      *****************************************************************
