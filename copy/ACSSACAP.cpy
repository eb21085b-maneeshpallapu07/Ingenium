      *****************************************************************
      **  MEMBER :  ACSSACAP                                         **
      **  REMARKS:  SELECT/ASSIGN CLAUSE FOR THE                     **
      **            CONFIRMED ADDRESS/CONTACT CHANGES FOR POLICY     **
      **            SERVICE                                          **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
318852**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

           SELECT  ACAP-DATA-FILE  ASSIGN       TO ACSACAP
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS  IS
                                       WACAP-SEQ-FILE-STATUS.

      *****************************************************************
      **                 END OF COPYBOOK ACSSACAP                    **
      *****************************************************************
