      *****************************************************************
      **  MEMBER :  ACSSMNBH                                         **
      **  REMARKS:  SELECT/ASSIGN CLAUSE FOR THE                     **
      **            MINOR BENEFICIARY CUSTODIAN HOLD FILE WRITTEN BY **
      **            ASBM9542 AND MERGED INTO THE WORK QUEUE BY       **
      **            ASBM9428                                         **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
481736**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

           SELECT  MNBH-DATA-FILE  ASSIGN       TO ACSMNBH
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS  IS
                                       WMNBH-SEQ-FILE-STATUS.

      *****************************************************************
      **                 END OF COPYBOOK ACSSMNBH                    **
      *****************************************************************
