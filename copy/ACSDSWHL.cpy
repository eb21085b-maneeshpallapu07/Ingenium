      *****************************************************************
      **  MEMBER :  ACSDSWHL                                         **
      **  REMARKS:  FD FOR THE                                       **
      **            SELF-WRITTEN AND EMPLOYEE BUSINESS               **
      **            COMPLIANCE REVIEW HOLD FILE                      **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
517342**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       FD  SWHL-DATA-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RSWHL-SEQ-REC-INFO.

      *****************************************************************
      **                 END OF COPYBOOK ACSDSWHL                    **
      *****************************************************************
