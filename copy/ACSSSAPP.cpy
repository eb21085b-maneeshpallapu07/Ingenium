      *****************************************************************
      **  MEMBER :  ACSSSAPP                                         **
      **  REMARKS:  SELECT/ASSIGN CLAUSE FOR THE                     **
      **            SEPARATE ACCOUNT PURCHASE ORDER DAILY PROOF      **
      **            REPORT (PRINT IMAGE)                             **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
692518**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

           SELECT  SAPP-DATA-FILE  ASSIGN       TO ACSSAPP
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS  IS
                                       WSAPP-SEQ-FILE-STATUS.

      *****************************************************************
      **                 END OF COPYBOOK ACSSSAPP                    **
      *****************************************************************
