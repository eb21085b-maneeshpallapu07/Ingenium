      *****************************************************************
      **  MEMBER :  ACSDICGO                                         **
      **  REMARKS:  FD FOR THE                                       **
      **            IFRS 17 CONTRACT GROUP REGISTER (NEW             **
      **            GENERATION) - ONE ROW PER ASSIGNMENT OF AN       **
      **            ISSUED POLICY, WITH ITS RECLASSIFICATION HISTORY **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
572903**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       FD  ICGO-DATA-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RICGO-SEQ-REC-INFO.

      *****************************************************************
      **                 END OF COPYBOOK ACSDICGO                    **
      *****************************************************************
