      *****************************************************************
      **  MEMBER :  ACSDPTAX                                         **
      **  REMARKS:  FD FOR THE                                       **
      **            QUARTERLY PREMIUM TAX ALLOCATION EXTRACT -       **
      **            FIRST-YEAR PREMIUM ON NEWLY ISSUED BUSINESS BY   **
      **            ISSUE LOCATION AND LINE OF BUSINESS              **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
846173**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       FD  PTAX-DATA-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 160 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RPTAX-SEQ-REC-INFO.

      *****************************************************************
      **                 END OF COPYBOOK ACSDPTAX                    **
      *****************************************************************
