      *****************************************************************
      **  MEMBER :  ACSDCOHL                                         **
      **  REMARKS:  FD FOR THE                                       **
      **            CORPORATE-OWNED POLICY HOLD FILE                 **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
604718**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       FD  COHL-DATA-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RCOHL-SEQ-REC-INFO.

      *****************************************************************
      **                 END OF COPYBOOK ACSDCOHL                    **
      *****************************************************************
