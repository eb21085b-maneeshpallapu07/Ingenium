      *****************************************************************
      **  MEMBER :  ACSDCOFD                                         **
      **  REMARKS:  FD FOR THE                                       **
      **            COUNTER-OFFER NOT-TAKEN DISPOSITIONS             **
      **            WRITTEN BY ASBM9515 IN THE WITHDRAWAL            **
      **            DISPOSITION (WDRW) LAYOUT                        **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
318274**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       FD  COFD-DATA-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RCOFD-SEQ-REC-INFO.

      *****************************************************************
      **                 END OF COPYBOOK ACSDCOFD                    **
      *****************************************************************
