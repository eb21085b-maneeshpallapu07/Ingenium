      *****************************************************************
      **  MEMBER :  ACSSCRSK                                         **
      **  REMARKS:  SELECT/ASSIGN CLAUSE FOR THE                     **
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

           SELECT  CRSK-DATA-FILE  ASSIGN       TO ACSCRSK
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS  IS
                                       WCRSK-SEQ-FILE-STATUS.

      *****************************************************************
      **                 END OF COPYBOOK ACSSCRSK                    **
      *****************************************************************
