      *****************************************************************
      **  MEMBER :  ACSDMNBH                                         **
      **  REMARKS:  FD FOR THE                                       **
      **            MINOR BENEFICIARY CUSTODIAN HOLD FILE WRITTEN BY **
      **            ASBM9542 AND MERGED INTO THE WORK QUEUE BY       **
      **            ASBM9428                                         **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
481736**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       FD  MNBH-DATA-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 110 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RMNBH-SEQ-REC-INFO.

      *****************************************************************
      **                 END OF COPYBOOK ACSDMNBH                    **
      *****************************************************************
