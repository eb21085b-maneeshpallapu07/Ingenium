      *****************************************************************
      **  MEMBER :  ACSSMPRX                                         **
      **  REMARKS:  SELECT/ASSIGN CLAUSE FOR THE                     **
      **            MODEL-EXPANDED FUND ALLOCATION EXTRACT           **
      **            WRITTEN BY ASBM9516 IN THE RUFND LAYOUT          **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
536182**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

           SELECT  MPRX-DATA-FILE  ASSIGN       TO ACSMPRX
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS  IS
                                       WMPRX-SEQ-FILE-STATUS.

      *****************************************************************
      **                 END OF COPYBOOK ACSSMPRX                    **
      *****************************************************************
