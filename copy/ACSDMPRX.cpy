      *****************************************************************
      **  MEMBER :  ACSDMPRX                                         **
      **  REMARKS:  FD FOR THE                                       **
      **            MODEL-EXPANDED FUND ALLOCATION EXTRACT           **
      **            WRITTEN BY ASBM9516 IN THE RUFND LAYOUT          **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
536182**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       FD  MPRX-DATA-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 82 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RMPRX-SEQ-REC-INFO.

      *****************************************************************
      **                 END OF COPYBOOK ACSDMPRX                    **
      *****************************************************************
