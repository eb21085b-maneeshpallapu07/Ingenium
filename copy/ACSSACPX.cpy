      *****************************************************************
      **  MEMBER :  ACSSACPX                                         **
      **  REMARKS:  SELECT/ASSIGN CLAUSE FOR THE                     **
      **            ADDRESS/CONTACT CHANGE PROPOSAL FILE             **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
318852**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

           SELECT  ACPX-DATA-FILE  ASSIGN       TO ACSACPX
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS  IS
                                       WACPX-SEQ-FILE-STATUS.

      *****************************************************************
      **                 END OF COPYBOOK ACSSACPX                    **
      *****************************************************************
