      *****************************************************************
      **  MEMBER :  ACSSSORR                                         **
      **  REMARKS:  SELECT/ASSIGN CLAUSE FOR THE                     **
      **            SALES OFFICE AGENT REASSIGNMENT RULE MASTER      **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
604519**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

           SELECT  SORR-DATA-FILE  ASSIGN       TO ACSSORR
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS  IS
                                       WSORR-SEQ-FILE-STATUS.

      *****************************************************************
      **                 END OF COPYBOOK ACSSSORR                    **
      *****************************************************************
