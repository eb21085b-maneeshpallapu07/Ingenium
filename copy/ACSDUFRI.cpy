      *****************************************************************
      **  MEMBER :  ACSDUFRI                                         **
      **  REMARKS:  FD FOR THE                                       **
      **            UNMAPPED APEX FIELD REGISTER (PRIOR              **
      **            GENERATION) - ONE ROW PER STRUCTURE AND          **
      **            FIELD NAME EVER SEEN WITHOUT A UFLD              **
      **            DEFINITION                                       **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
611203**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       FD  UFRI-DATA-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 120 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RUFRI-SEQ-REC-INFO.

      *****************************************************************
      **                 END OF COPYBOOK ACSDUFRI                    **
      *****************************************************************
