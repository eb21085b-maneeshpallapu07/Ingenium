      *****************************************************************
      **  MEMBER :  ACSSMSHI                                         **
      **  REMARKS:  SELECT/ASSIGN CLAUSE FOR THE                     **
      **            IMPORT MESSAGE DAILY HISTORY                     **
      **            (PRIOR GENERATION) - ONE ROW PER                 **
      **            COMPANY, MESSAGE DATE AND SOURCE                 **
      **            APEX FIELD NAME                                  **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
703518**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

           SELECT  MSHI-DATA-FILE  ASSIGN       TO ACSMSHI
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS  IS
                                       WMSHI-SEQ-FILE-STATUS.

      *****************************************************************
      **                 END OF COPYBOOK ACSSMSHI                    **
      *****************************************************************
