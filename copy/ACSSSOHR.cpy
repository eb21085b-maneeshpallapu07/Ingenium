      *****************************************************************
      **  MEMBER :  ACSSSOHR                                         **
      **  REMARKS:  SELECT/ASSIGN CLAUSE FOR THE                     **
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

           SELECT  SOHR-DATA-FILE  ASSIGN       TO ACSSOHR
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS  IS
                                       WSOHR-SEQ-FILE-STATUS.

      *****************************************************************
      **                 END OF COPYBOOK ACSSSOHR                    **
      *****************************************************************
