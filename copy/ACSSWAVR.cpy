      *****************************************************************
      **  MEMBER :  ACSSWAVR                                         **
      **  REMARKS:  SELECT/ASSIGN CLAUSE FOR THE                     **
      **            MONTHLY SIR REQUIREMENT WAIVER REPORT FOR THE    **
      **            CHIEF UNDERWRITER (ASBM9535)                     **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
418639**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

           SELECT  WAVR-DATA-FILE  ASSIGN       TO ACSWAVR
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS  IS
                                       WWAVR-SEQ-FILE-STATUS.

      *****************************************************************
      **                 END OF COPYBOOK ACSSWAVR                    **
      *****************************************************************
