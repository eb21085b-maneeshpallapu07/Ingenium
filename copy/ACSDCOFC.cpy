      *****************************************************************
      **  MEMBER :  ACSDCOFC                                         **
      **  REMARKS:  FD FOR THE                                       **
      **            COUNTER-OFFER CHASE LIST                         **
      **            WRITTEN BY ASBM9515                              **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
318274**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       FD  COFC-DATA-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 120 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RCOFC-SEQ-REC-INFO.

      *****************************************************************
      **                 END OF COPYBOOK ACSDCOFC                    **
      *****************************************************************
