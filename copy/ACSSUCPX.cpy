      *****************************************************************
      **  MEMBER :  ACSSUCPX                                         **
      **  REMARKS:  SELECT/ASSIGN CLAUSE FOR THE                     **
      **            UNCLAIMED CWA RECEIPT EXTRACT - DUE-DILIGENCE    **
      **            LETTER CANDIDATES, UNCLAIMED-PROPERTY FILING     **
      **            ROWS AND THE DORMANCY AGING SUMMARY              **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
830261**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

           SELECT  UCPX-DATA-FILE  ASSIGN       TO ACSUCPX
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS  IS
                                       WUCPX-SEQ-FILE-STATUS.

      *****************************************************************
      **                 END OF COPYBOOK ACSSUCPX                    **
      *****************************************************************
