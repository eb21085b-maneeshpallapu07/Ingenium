      *****************************************************************
      **  MEMBER :  ACSDSMRP                                         **
      **  REMARKS:  FD FOR THE                                       **
      **            MONTHLY SALES MATERIAL COMPLIANCE REPORT         **
      **            (ASBM9538)                                       **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
529417**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       FD  SMRP-DATA-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 133 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RSMRP-SEQ-REC-INFO.

      *****************************************************************
      **                 END OF COPYBOOK ACSDSMRP                    **
      *****************************************************************
