      *****************************************************************
      **  MEMBER :  ACSDTRMX                                         **
      **  REMARKS:  FD FOR THE                                       **
      **            ORIGINAL-POLICY TERMINATION INSTRUCTION FEED     **
      **            WRITTEN BY ASBM9508 AND READ BACK BY ASBM9509    **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
903318**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       FD  TRMX-DATA-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RTRMX-SEQ-REC-INFO.

      *****************************************************************
      **                 END OF COPYBOOK ACSDTRMX                    **
      *****************************************************************
