      *****************************************************************
      **  MEMBER :  ACSSCOFD                                         **
      **  REMARKS:  SELECT/ASSIGN CLAUSE FOR THE                     **
      **            COUNTER-OFFER NOT-TAKEN DISPOSITIONS             **
      **            WRITTEN BY ASBM9515 IN THE WITHDRAWAL            **
      **            DISPOSITION (WDRW) LAYOUT                        **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
318274**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

           SELECT  COFD-DATA-FILE  ASSIGN       TO ACSCOFD
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS  IS
                                       WCOFD-SEQ-FILE-STATUS.

      *****************************************************************
      **                 END OF COPYBOOK ACSSCOFD                    **
      *****************************************************************
