      *****************************************************************
      **  MEMBER :  ACSDPAIF                                         **
      **  REMARKS:  FD FOR THE                                       **
      **            POLICY ADMINISTRATION IN-FORCE EXTRACT           **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
903318**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       FD  PAIF-DATA-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RPAIF-SEQ-REC-INFO.

      *****************************************************************
      **                 END OF COPYBOOK ACSDPAIF                    **
      *****************************************************************
