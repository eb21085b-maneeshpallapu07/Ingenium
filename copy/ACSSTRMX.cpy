      *****************************************************************
      **  MEMBER :  ACSSTRMX                                         **
      **  REMARKS:  SELECT/ASSIGN CLAUSE FOR THE                     **
      **            ORIGINAL-POLICY TERMINATION INSTRUCTION FEED     **
      **            WRITTEN BY ASBM9508 AND READ BACK BY ASBM9509    **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
903318**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

           SELECT  TRMX-DATA-FILE  ASSIGN       TO ACSTRMX
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS  IS
                                       WTRMX-SEQ-FILE-STATUS.

      *****************************************************************
      **                 END OF COPYBOOK ACSSTRMX                    **
      *****************************************************************
