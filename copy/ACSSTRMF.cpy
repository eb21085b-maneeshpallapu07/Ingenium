      *****************************************************************
      **  MEMBER :  ACSSTRMF                                         **
      **  REMARKS:  SELECT/ASSIGN CLAUSE FOR THE                     **
      **            CONVERSION TERMINATION FOLLOW-UP EXTRACT         **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
903318**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

           SELECT  TRMF-DATA-FILE  ASSIGN       TO ACSTRMF
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS  IS
                                       WTRMF-SEQ-FILE-STATUS.

      *****************************************************************
      **                 END OF COPYBOOK ACSSTRMF                    **
      *****************************************************************
