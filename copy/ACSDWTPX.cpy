      *****************************************************************
      **  MEMBER :  ACSDWTPX                                         **
      **  REMARKS:  FD FOR THE                                       **
      **            HEALTH RIDER WAITING-PERIOD FEED TO CLAIMS       **
      **            ADMINISTRATION (ASBM9519)                        **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
527340**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       FD  WTPX-DATA-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 160 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RWTPX-SEQ-REC-INFO.

      *****************************************************************
      **                 END OF COPYBOOK ACSDWTPX                    **
      *****************************************************************
