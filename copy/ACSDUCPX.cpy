      *****************************************************************
      **  MEMBER :  ACSDUCPX                                         **
      **  REMARKS:  FD FOR THE                                       **
      **            UNCLAIMED CWA RECEIPT EXTRACT - DUE-DILIGENCE    **
      **            LETTER CANDIDATES, UNCLAIMED-PROPERTY FILING     **
      **            ROWS AND THE DORMANCY AGING SUMMARY              **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
830261**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       FD  UCPX-DATA-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 250 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RUCPX-SEQ-REC-INFO.

      *****************************************************************
      **                 END OF COPYBOOK ACSDUCPX                    **
      *****************************************************************
