      *****************************************************************
      **  MEMBER :  ACSDSOHR                                         **
      **  REMARKS:  FD FOR THE                                       **
      **            SALES ORGANIZATION HIERARCHY MASTER - SALES      **
      **            OFFICE TO BRANCH TO REGION BY EFFECTIVE DATE,    **
      **            WITH THE OLD-TO-NEW REMAP OF MERGED OFFICES      **
      **            (ASRUSOHR)                                       **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
317846**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       FD  SOHR-DATA-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RSOHR-SEQ-REC-INFO.

      *****************************************************************
      **                 END OF COPYBOOK ACSDSOHR                    **
      *****************************************************************
