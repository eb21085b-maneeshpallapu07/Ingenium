      *****************************************************************
      **  MEMBER :  ACSDSORR                                         **
      **  REMARKS:  FD FOR THE                                       **
      **            SALES OFFICE AGENT REASSIGNMENT RULE MASTER      **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
604519**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       FD  SORR-DATA-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RSORR-SEQ-REC-INFO.

      *****************************************************************
      **                 END OF COPYBOOK ACSDSORR                    **
      *****************************************************************
