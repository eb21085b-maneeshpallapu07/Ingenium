      *****************************************************************
      **  MEMBER :  ACSSSWHL                                         **
      **  REMARKS:  SELECT/ASSIGN CLAUSE FOR THE                     **
      **            SELF-WRITTEN AND EMPLOYEE BUSINESS               **
      **            COMPLIANCE REVIEW HOLD FILE                      **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
517342**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

           SELECT  SWHL-DATA-FILE  ASSIGN       TO ACSSWHL
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS  IS
                                       WSWHL-SEQ-FILE-STATUS.

      *****************************************************************
      **                 END OF COPYBOOK ACSSSWHL                    **
      *****************************************************************
