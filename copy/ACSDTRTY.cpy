      *****************************************************************
      **  MEMBER :  ACSDTRTY                                         **
      **  REMARKS:  FD FOR THE                                       **
      **            REINSURANCE TREATY MASTER - THE TREATY SHARES    **
      **            EACH PLAN'S AUTOMATIC CESSIONS ARE PLACED WITH   **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
805417**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       FD  TRTY-DATA-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RTRTY-SEQ-REC-INFO.

      *****************************************************************
      **                 END OF COPYBOOK ACSDTRTY                    **
      *****************************************************************
