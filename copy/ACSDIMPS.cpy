      *****************************************************************
      **  MEMBER :  ACSDIMPS                                         **
      **  REMARKS:  FD FOR THE                                       **
      **            IMPAIRMENT MIX SUMMARY - INSUREDS BY PLAN AND    **
      **            IMPAIRMENT CODE                                  **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
782630**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       FD  IMPS-DATA-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RIMPS-SEQ-REC-INFO.

      *****************************************************************
      **                 END OF COPYBOOK ACSDIMPS                    **
      *****************************************************************
