      *****************************************************************
      **  MEMBER :  ACSSCOHL                                         **
      **  REMARKS:  SELECT/ASSIGN CLAUSE FOR THE                     **
      **            CORPORATE-OWNED POLICY HOLD FILE                 **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
604718**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

           SELECT  COHL-DATA-FILE  ASSIGN       TO ACSCOHL
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS  IS
                                       WCOHL-SEQ-FILE-STATUS.

      *****************************************************************
      **                 END OF COPYBOOK ACSSCOHL                    **
      *****************************************************************
