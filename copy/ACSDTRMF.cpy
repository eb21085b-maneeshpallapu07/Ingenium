      *****************************************************************
      **  MEMBER :  ACSDTRMF                                         **
      **  REMARKS:  FD FOR THE                                       **
      **            CONVERSION TERMINATION FOLLOW-UP EXTRACT         **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
903318**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       FD  TRMF-DATA-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RTRMF-SEQ-REC-INFO.

      *****************************************************************
      **                 END OF COPYBOOK ACSDTRMF                    **
      *****************************************************************
