      *****************************************************************
      **  MEMBER :  ACSDCCNT                                         **
      **  REMARKS:  FD FOR THE                                       **
      **            CLIENT CONTACT UNLOAD FROM CLIENT ADMINISTRATION **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
318852**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       FD  CCNT-DATA-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 270 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RCCNT-SEQ-REC-INFO.

      *****************************************************************
      **                 END OF COPYBOOK ACSDCCNT                    **
      *****************************************************************
