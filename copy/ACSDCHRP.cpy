      *****************************************************************
      **  MEMBER :  ACSDCHRP                                         **
      **  REMARKS:  FD FOR THE                                       **
      **            AGENT REPLACEMENT-CHURNING REVIEW REPORT         **
      **            (PRINT IMAGE)                                    **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
418263**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       FD  CHRP-DATA-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 133 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RCHRP-SEQ-REC-INFO.

      *****************************************************************
      **                 END OF COPYBOOK ACSDCHRP                    **
      *****************************************************************
