      *****************************************************************
      **  MEMBER :  ACSSPTAX                                         **
      **  REMARKS:  SELECT/ASSIGN CLAUSE FOR THE                     **
      **            QUARTERLY PREMIUM TAX ALLOCATION EXTRACT -       **
      **            FIRST-YEAR PREMIUM ON NEWLY ISSUED BUSINESS BY   **
      **            ISSUE LOCATION AND LINE OF BUSINESS              **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
846173**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

           SELECT  PTAX-DATA-FILE  ASSIGN       TO ACSPTAX
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS  IS
                                       WPTAX-SEQ-FILE-STATUS.

      *****************************************************************
      **                 END OF COPYBOOK ACSSPTAX                    **
      *****************************************************************
