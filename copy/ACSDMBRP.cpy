      *****************************************************************
      **  MEMBER :  ACSDMBRP                                         **
      **  REMARKS:  FD FOR THE                                       **
      **            MINOR BENEFICIARY DESIGNATION REPORT BY SALES    **
      **            OFFICE WRITTEN BY ASBM9542                       **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
481736**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       FD  MBRP-DATA-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 133 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RMBRP-SEQ-REC-INFO.

      *****************************************************************
      **                 END OF COPYBOOK ACSDMBRP                    **
      *****************************************************************
