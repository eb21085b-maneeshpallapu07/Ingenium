      *****************************************************************
      **  MEMBER :  ACSDUFWX                                         **
      **  REMARKS:  FD FOR THE                                       **
      **            WEEKLY NEW / STILL-UNRESOLVED UNMAPPED           **
      **            APEX FIELD REPORT EXTRACT WRITTEN BY             **
      **            ASBM9500                                         **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
611203**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       FD  UFWX-DATA-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 120 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RUFWX-SEQ-REC-INFO.

      *****************************************************************
      **                 END OF COPYBOOK ACSDUFWX                    **
      *****************************************************************
