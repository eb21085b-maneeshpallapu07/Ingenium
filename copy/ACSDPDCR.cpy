      *****************************************************************
      **  MEMBER :  ACSDPDCR                                         **
      **  REMARKS:  FD FOR THE                                       **
      **            PREMIUM DEDUCTION CERTIFICATE REGISTER WRITTEN   **
      **            AT CONVERSION (ASBM9520, READ BY ASBM9521)       **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
613058**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       FD  PDCR-DATA-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 260 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RPDCR-SEQ-REC-INFO.

      *****************************************************************
      **                 END OF COPYBOOK ACSDPDCR                    **
      *****************************************************************
