      *****************************************************************
      **  MEMBER :  ACSDCRSK                                         **
      **  REMARKS:  FD FOR THE                                       **
      **            COUNTRY RISK MASTER - ONE ROW PER                **
      **            DESTINATION/RESIDENCE COUNTRY AND EFFECTIVE      **
      **            DATE WITH ITS RISK TIER, MAXIMUM ISSUABLE FACE   **
      **            AND REQUIRED UNDERWRITING ACTION                 **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
938214**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       FD  CRSK-DATA-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RCRSK-SEQ-REC-INFO.

      *****************************************************************
      **                 END OF COPYBOOK ACSDCRSK                    **
      *****************************************************************
