      *****************************************************************
      **  MEMBER :  ACSSPNRX                                         **
      **  REMARKS:  SELECT/ASSIGN CLAUSE FOR THE                     **
      **            POLICY NUMBER RANGE INVENTORY AND EXHAUSTION     **
      **            PROJECTION REPORT EXTRACT (ASBM9502)             **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
741962**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

           SELECT  PNRX-DATA-FILE  ASSIGN       TO ACSPNRX
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS  IS
                                       WPNRX-SEQ-FILE-STATUS.

      *****************************************************************
      **                 END OF COPYBOOK ACSSPNRX                    **
      *****************************************************************
