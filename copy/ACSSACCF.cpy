      *****************************************************************
      **  MEMBER :  ACSSACCF                                         **
      **  REMARKS:  SELECT/ASSIGN CLAUSE FOR THE                     **
      **            BRANCH ADDRESS/CONTACT CHANGE CONFIRMATION CARDS **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
318852**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

           SELECT  ACCF-DATA-FILE  ASSIGN       TO ACSACCF
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS  IS
                                       WACCF-SEQ-FILE-STATUS.

      *****************************************************************
      **                 END OF COPYBOOK ACSSACCF                    **
      *****************************************************************
