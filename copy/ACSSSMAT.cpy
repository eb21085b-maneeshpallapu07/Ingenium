      *****************************************************************
      **  MEMBER :  ACSSSMAT                                         **
      **  REMARKS:  SELECT/ASSIGN CLAUSE FOR THE                     **
      **            APPROVED SALES MATERIAL REGISTRY                 **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
529417**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

           SELECT  SMAT-DATA-FILE  ASSIGN       TO ACSSMAT
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS  IS
                                       WSMAT-SEQ-FILE-STATUS.

      *****************************************************************
      **                 END OF COPYBOOK ACSSSMAT                    **
      *****************************************************************
