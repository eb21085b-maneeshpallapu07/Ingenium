      *****************************************************************
      **  MEMBER :  ACSDUFRO                                         **
      **  REMARKS:  FD FOR THE                                       **
      **            UNMAPPED APEX FIELD REGISTER (NEW                **
      **            GENERATION) WRITTEN BY ASBM9500                  **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
611203**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       FD  UFRO-DATA-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 120 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RUFRO-SEQ-REC-INFO.

      *****************************************************************
      **                 END OF COPYBOOK ACSDUFRO                    **
      *****************************************************************
