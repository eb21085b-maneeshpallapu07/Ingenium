      *****************************************************************
      **  MEMBER :  ACSDCPRL                                         **
      **  REMARKS:  FD FOR THE                                       **
      **            CLIENT TO IN-FORCE POLICY RELATIONSHIP UNLOAD    **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
318852**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       FD  CPRL-DATA-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RCPRL-SEQ-REC-INFO.

      *****************************************************************
      **                 END OF COPYBOOK ACSDCPRL                    **
      *****************************************************************
