      *****************************************************************
      **  MEMBER :  ACSDRELG                                         **
      **  REMARKS:  FD FOR THE                                       **
      **            RIDER ELIGIBILITY AND PLAN ISSUE-LIMIT           **
      **            MATRIX READ BY ASRURELG                          **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
463905**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       FD  RELG-DATA-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RRELG-SEQ-REC-INFO.

      *****************************************************************
      **                 END OF COPYBOOK ACSDRELG                    **
      *****************************************************************
