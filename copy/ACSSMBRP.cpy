      *****************************************************************
      **  MEMBER :  ACSSMBRP                                         **
      **  REMARKS:  SELECT/ASSIGN CLAUSE FOR THE                     **
      **            MINOR BENEFICIARY DESIGNATION REPORT BY SALES    **
      **            OFFICE WRITTEN BY ASBM9542                       **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
481736**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

           SELECT  MBRP-DATA-FILE  ASSIGN       TO ACSMBRP
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS  IS
                                       WMBRP-SEQ-FILE-STATUS.

      *****************************************************************
      **                 END OF COPYBOOK ACSSMBRP                    **
      *****************************************************************
