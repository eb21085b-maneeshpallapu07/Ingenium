      *****************************************************************
      **  MEMBER :  ACSSPDCR                                         **
      **  REMARKS:  SELECT/ASSIGN CLAUSE FOR THE                     **
      **            PREMIUM DEDUCTION CERTIFICATE REGISTER WRITTEN   **
      **            AT CONVERSION (ASBM9520, READ BY ASBM9521)       **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
613058**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

           SELECT  PDCR-DATA-FILE  ASSIGN       TO ACSPDCR
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS  IS
                                       WPDCR-SEQ-FILE-STATUS.

      *****************************************************************
      **                 END OF COPYBOOK ACSSPDCR                    **
      *****************************************************************
