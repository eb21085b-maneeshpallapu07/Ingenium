      *****************************************************************
      **  MEMBER :  ACSDMPRT                                         **
      **  REMARKS:  FD FOR THE                                       **
      **            MODEL PORTFOLIO MASTER READ BY ASBM9516          **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
536182**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       FD  MPRT-DATA-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RMPRT-SEQ-REC-INFO.

      *****************************************************************
      **                 END OF COPYBOOK ACSDMPRT                    **
      *****************************************************************
