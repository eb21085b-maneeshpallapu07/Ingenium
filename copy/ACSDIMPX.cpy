      *****************************************************************
      **  MEMBER :  ACSDIMPX                                         **
      **  REMARKS:  FD FOR THE                                       **
      **            CODED IMPAIRMENT EXTRACT - ONE ROW PER INSURED   **
      **            AND IMPAIRMENT CODE ON EACH CONVERTED APPLICATION**
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
782630**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       FD  IMPX-DATA-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 120 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RIMPX-SEQ-REC-INFO.

      *****************************************************************
      **                 END OF COPYBOOK ACSDIMPX                    **
      *****************************************************************
