      *****************************************************************
      **  MEMBER :  ACSDPDCX                                         **
      **  REMARKS:  FD FOR THE                                       **
      **            PREMIUM DEDUCTION CERTIFICATE DATA FEED TO THE   **
      **            CERTIFICATE VENDOR (ASBM9521)                    **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
613058**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       FD  PDCX-DATA-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 260 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RPDCX-SEQ-REC-INFO.

      *****************************************************************
      **                 END OF COPYBOOK ACSDPDCX                    **
      *****************************************************************
