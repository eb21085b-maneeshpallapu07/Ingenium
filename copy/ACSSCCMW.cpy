      *****************************************************************
      **  MEMBER :  ACSSCCMW                                         **
      **  REMARKS:  SELECT/ASSIGN CLAUSE FOR THE                     **
      **            MATCHED EXISTING CLIENT CONTACT WORK FILE        **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
318852**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

           SELECT  CCMW-DATA-FILE  ASSIGN       TO ACSCCMW
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS  IS
                                       WCCMW-SEQ-FILE-STATUS.

      *****************************************************************
      **                 END OF COPYBOOK ACSSCCMW                    **
      *****************************************************************
