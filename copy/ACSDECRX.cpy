      *****************************************************************
      **  MEMBER :  ACSDECRX                                         **
      **  REMARKS:  FD FOR THE                                       **
      **            EARLY-CLAIM EXPERIENCE REPORT BY UNDERWRITING    **
      **            PATH, PLAN AND CHANNEL                           **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
731046**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       FD  ECRX-DATA-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RECRX-SEQ-REC-INFO.

      *****************************************************************
      **                 END OF COPYBOOK ACSDECRX                    **
      *****************************************************************
