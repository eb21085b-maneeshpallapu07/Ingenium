      *****************************************************************
      **  MEMBER :  ACSDUWPR                                         **
      **  REMARKS:  FD FOR THE                                       **
      **            UNDERWRITING PATH REGISTER - ONE ROW PER POLICY  **
      **            AT ISSUE                                         **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
731046**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       FD  UWPR-DATA-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 200 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RUWPR-SEQ-REC-INFO.

      *****************************************************************
      **                 END OF COPYBOOK ACSDUWPR                    **
      *****************************************************************
