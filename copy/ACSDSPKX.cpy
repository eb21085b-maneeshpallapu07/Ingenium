      *****************************************************************
      **  MEMBER :  ACSDSPKX                                         **
      **  REMARKS:  FD FOR THE                                       **
      **            UFLD/UTTB POST-CHANGE ERROR-SPIKE                **
      **            ALERT EXTRACT WRITTEN BY ASBM9501                **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
703518**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       FD  SPKX-DATA-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 250 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RSPKX-SEQ-REC-INFO.

      *****************************************************************
      **                 END OF COPYBOOK ACSDSPKX                    **
      *****************************************************************
