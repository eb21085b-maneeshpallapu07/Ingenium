      *****************************************************************
      **  MEMBER :  ACSDPDSX                                         **
      **  REMARKS:  FD FOR THE                                       **
      **            WORKSITE PAYROLL-DEDUCTION SCHEDULE FEED         **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
915872**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       FD  PDSX-DATA-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 200 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RPDSX-SEQ-REC-INFO.

      *****************************************************************
      **                 END OF COPYBOOK ACSDPDSX                    **
      *****************************************************************
