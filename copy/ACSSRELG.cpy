      *****************************************************************
      **  MEMBER :  ACSSRELG                                         **
      **  REMARKS:  SELECT/ASSIGN CLAUSE FOR THE                     **
      **            RIDER ELIGIBILITY AND PLAN ISSUE-LIMIT           **
      **            MATRIX READ BY ASRURELG                          **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
463905**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

           SELECT  RELG-DATA-FILE  ASSIGN       TO ACSRELG
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS  IS
                                       WRELG-SEQ-FILE-STATUS.

      *****************************************************************
      **                 END OF COPYBOOK ACSSRELG                    **
      *****************************************************************
