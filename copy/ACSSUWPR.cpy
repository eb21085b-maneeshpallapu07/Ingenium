      *****************************************************************
      **  MEMBER :  ACSSUWPR                                         **
      **  REMARKS:  SELECT/ASSIGN CLAUSE FOR THE                     **
      **            UNDERWRITING PATH REGISTER - ONE ROW PER POLICY  **
      **            AT ISSUE                                         **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
731046**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

           SELECT  UWPR-DATA-FILE  ASSIGN       TO ACSUWPR
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS  IS
                                       WUWPR-SEQ-FILE-STATUS.

      *****************************************************************
      **                 END OF COPYBOOK ACSSUWPR                    **
      *****************************************************************
