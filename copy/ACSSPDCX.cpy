      *****************************************************************
      **  MEMBER :  ACSSPDCX                                         **
      **  REMARKS:  SELECT/ASSIGN CLAUSE FOR THE                     **
      **            PREMIUM DEDUCTION CERTIFICATE DATA FEED TO THE   **
      **            CERTIFICATE VENDOR (ASBM9521)                    **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
613058**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

           SELECT  PDCX-DATA-FILE  ASSIGN       TO ACSPDCX
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS  IS
                                       WPDCX-SEQ-FILE-STATUS.

      *****************************************************************
      **                 END OF COPYBOOK ACSSPDCX                    **
      *****************************************************************
