      *****************************************************************
      **  MEMBER :  ACSSSPKX                                         **
      **  REMARKS:  SELECT/ASSIGN CLAUSE FOR THE                     **
      **            UFLD/UTTB POST-CHANGE ERROR-SPIKE                **
      **            ALERT EXTRACT WRITTEN BY ASBM9501                **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
703518**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

           SELECT  SPKX-DATA-FILE  ASSIGN       TO ACSSPKX
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS  IS
                                       WSPKX-SEQ-FILE-STATUS.

      *****************************************************************
      **                 END OF COPYBOOK ACSSSPKX                    **
      *****************************************************************
