      *****************************************************************
      **  MEMBER :  ACSSCDHL                                         **
      **  REMARKS:  SELECT/ASSIGN CLAUSE FOR THE                     **
      **            CARD DECLINE HOLD FILE                           **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
386274**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

           SELECT  CDHL-DATA-FILE  ASSIGN       TO ACSCDHL
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS  IS
                                       WCDHL-SEQ-FILE-STATUS.

      *****************************************************************
      **                 END OF COPYBOOK ACSSCDHL                    **
      *****************************************************************
