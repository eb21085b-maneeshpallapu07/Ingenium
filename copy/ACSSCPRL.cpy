      *****************************************************************
      **  MEMBER :  ACSSCPRL                                         **
      **  REMARKS:  SELECT/ASSIGN CLAUSE FOR THE                     **
      **            CLIENT TO IN-FORCE POLICY RELATIONSHIP UNLOAD    **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
318852**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

           SELECT  CPRL-DATA-FILE  ASSIGN       TO ACSCPRL
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS  IS
                                       WCPRL-SEQ-FILE-STATUS.

      *****************************************************************
      **                 END OF COPYBOOK ACSSCPRL                    **
      *****************************************************************
