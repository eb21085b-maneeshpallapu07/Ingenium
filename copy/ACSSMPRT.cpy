      *****************************************************************
      **  MEMBER :  ACSSMPRT                                         **
      **  REMARKS:  SELECT/ASSIGN CLAUSE FOR THE                     **
      **            MODEL PORTFOLIO MASTER READ BY ASBM9516          **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
536182**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

           SELECT  MPRT-DATA-FILE  ASSIGN       TO ACSMPRT
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS  IS
                                       WMPRT-SEQ-FILE-STATUS.

      *****************************************************************
      **                 END OF COPYBOOK ACSSMPRT                    **
      *****************************************************************
