      *****************************************************************
      **  MEMBER :  ACSSCCNT                                         **
      **  REMARKS:  SELECT/ASSIGN CLAUSE FOR THE                     **
      **            CLIENT CONTACT UNLOAD FROM CLIENT ADMINISTRATION **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
318852**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

           SELECT  CCNT-DATA-FILE  ASSIGN       TO ACSCCNT
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS  IS
                                       WCCNT-SEQ-FILE-STATUS.

      *****************************************************************
      **                 END OF COPYBOOK ACSSCCNT                    **
      *****************************************************************
