      *****************************************************************
      **  MEMBER :  ACSDECPK                                         **
      **  REMARKS:  FD FOR THE                                       **
      **            CONTESTABLE-INVESTIGATION PACKET - WHAT WAS      **
      **            DISCLOSED AT APPLICATION                         **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
731046**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       FD  ECPK-DATA-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 133 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RECPK-SEQ-REC-INFO.

      *****************************************************************
      **                 END OF COPYBOOK ACSDECPK                    **
      *****************************************************************
