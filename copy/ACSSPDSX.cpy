      *****************************************************************
      **  MEMBER :  ACSSPDSX                                         **
      **  REMARKS:  SELECT/ASSIGN CLAUSE FOR THE                     **
      **            WORKSITE PAYROLL-DEDUCTION SCHEDULE FEED         **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
915872**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

           SELECT  PDSX-DATA-FILE  ASSIGN       TO ACSPDSX
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS  IS
                                       WPDSX-SEQ-FILE-STATUS.

      *****************************************************************
      **                 END OF COPYBOOK ACSSPDSX                    **
      *****************************************************************
