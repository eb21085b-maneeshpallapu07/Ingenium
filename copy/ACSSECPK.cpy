      *****************************************************************
      **  MEMBER :  ACSSECPK                                         **
      **  REMARKS:  SELECT/ASSIGN CLAUSE FOR THE                     **
      **            CONTESTABLE-INVESTIGATION PACKET - WHAT WAS      **
      **            DISCLOSED AT APPLICATION                         **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
731046**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

           SELECT  ECPK-DATA-FILE  ASSIGN       TO ACSECPK
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS  IS
                                       WECPK-SEQ-FILE-STATUS.

      *****************************************************************
      **                 END OF COPYBOOK ACSSECPK                    **
      *****************************************************************
