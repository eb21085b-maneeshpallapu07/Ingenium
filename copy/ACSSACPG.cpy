      *****************************************************************
      **  MEMBER :  ACSSACPG                                         **
      **  REMARKS:  SELECT/ASSIGN CLAUSE FOR THE                     **
      **            ADDRESS/CONTACT CHANGE PROPOSAL FILE - NEXT      **
      **            GENERATION                                       **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
318852**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

           SELECT  ACPG-DATA-FILE  ASSIGN       TO ACSACPG
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS  IS
                                       WACPG-SEQ-FILE-STATUS.

      *****************************************************************
      **                 END OF COPYBOOK ACSSACPG                    **
      *****************************************************************
