      *****************************************************************
      **  MEMBER :  ACSDPNRX                                         **
      **  REMARKS:  FD FOR THE                                       **
      **            POLICY NUMBER RANGE INVENTORY AND EXHAUSTION     **
      **            PROJECTION REPORT EXTRACT (ASBM9502)             **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
741962**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       FD  PNRX-DATA-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 120 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RPNRX-SEQ-REC-INFO.

      *****************************************************************
      **                 END OF COPYBOOK ACSDPNRX                    **
      *****************************************************************
