      *****************************************************************
      **  MEMBER :  ACSDCDHL                                         **
      **  REMARKS:  FD FOR THE                                       **
      **            CARD DECLINE HOLD FILE                           **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
386274**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       FD  CDHL-DATA-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RCDHL-SEQ-REC-INFO.

      *****************************************************************
      **                 END OF COPYBOOK ACSDCDHL                    **
      *****************************************************************
