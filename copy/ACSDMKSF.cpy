      *****************************************************************
      **  MEMBER :  ACSDMKSF                                         **
      **  REMARKS:  FD FOR THE                                       **
      **            DAILY DO-NOT-CONTACT SUPPRESSION FEED TO THE     **
      **            MARKETING PLATFORM                               **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
427063**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       FD  MKSF-DATA-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 150 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RMKSF-SEQ-REC-INFO.

      *****************************************************************
      **                 END OF COPYBOOK ACSDMKSF                    **
      *****************************************************************
