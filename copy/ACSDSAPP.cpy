      *****************************************************************
      **  MEMBER :  ACSDSAPP                                         **
      **  REMARKS:  FD FOR THE                                       **
      **            SEPARATE ACCOUNT PURCHASE ORDER DAILY PROOF      **
      **            REPORT (PRINT IMAGE)                             **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
692518**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       FD  SAPP-DATA-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 133 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RSAPP-SEQ-REC-INFO.

      *****************************************************************
      **                 END OF COPYBOOK ACSDSAPP                    **
      *****************************************************************
