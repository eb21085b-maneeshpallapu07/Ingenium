      *****************************************************************
      **  MEMBER :  ACSSMKSF                                         **
      **  REMARKS:  SELECT/ASSIGN CLAUSE FOR THE                     **
      **            DAILY DO-NOT-CONTACT SUPPRESSION FEED TO THE     **
      **            MARKETING PLATFORM                               **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
427063**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

           SELECT  MKSF-DATA-FILE  ASSIGN       TO ACSMKSF
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS  IS
                                       WMKSF-SEQ-FILE-STATUS.

      *****************************************************************
      **                 END OF COPYBOOK ACSSMKSF                    **
      *****************************************************************
