      *****************************************************************
      **  MEMBER :  ACSDWAVR                                         **
      **  REMARKS:  FD FOR THE                                       **
      **            MONTHLY SIR REQUIREMENT WAIVER REPORT FOR THE    **
      **            CHIEF UNDERWRITER (ASBM9535)                     **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
418639**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       FD  WAVR-DATA-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 133 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RWAVR-SEQ-REC-INFO.

      *****************************************************************
      **                 END OF COPYBOOK ACSDWAVR                    **
      *****************************************************************
