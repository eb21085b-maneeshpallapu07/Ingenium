      *****************************************************************
      **  MEMBER :  ACSSIMPS                                         **
      **  REMARKS:  SELECT/ASSIGN CLAUSE FOR THE                     **
      **            IMPAIRMENT MIX SUMMARY - INSUREDS BY PLAN AND    **
      **            IMPAIRMENT CODE                                  **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
782630**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

           SELECT  IMPS-DATA-FILE  ASSIGN       TO ACSIMPS
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS  IS
                                       WIMPS-SEQ-FILE-STATUS.

      *****************************************************************
      **                 END OF COPYBOOK ACSSIMPS                    **
      *****************************************************************
