      *****************************************************************
      **  MEMBER :  ACSSWTPX                                         **
      **  REMARKS:  SELECT/ASSIGN CLAUSE FOR THE                     **
      **            HEALTH RIDER WAITING-PERIOD FEED TO CLAIMS       **
      **            ADMINISTRATION (ASBM9519)                        **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
527340**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

           SELECT  WTPX-DATA-FILE  ASSIGN       TO ACSWTPX
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS  IS
                                       WWTPX-SEQ-FILE-STATUS.

      *****************************************************************
      **                 END OF COPYBOOK ACSSWTPX                    **
      *****************************************************************
