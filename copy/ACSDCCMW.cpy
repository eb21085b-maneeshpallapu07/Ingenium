      *****************************************************************
      **  MEMBER :  ACSDCCMW                                         **
      **  REMARKS:  FD FOR THE                                       **
      **            MATCHED EXISTING CLIENT CONTACT WORK FILE        **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
318852**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       FD  CCMW-DATA-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 300 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RCCMW-SEQ-REC-INFO.

      *****************************************************************
      **                 END OF COPYBOOK ACSDCCMW                    **
      *****************************************************************
