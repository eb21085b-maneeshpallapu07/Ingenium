      *****************************************************************
      **  MEMBER :  ACSRMSHO                                         **
      **  REMARKS:  RECORD LAYOUT FOR THE IMPORT MESSAGE DAILY       **
      **            HISTORY (NEW GENERATION) WRITTEN BY ASBM9501     **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
703518**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       01  RMSHO-SEQ-REC-INFO.
           05  RMSHO-KEY.
               10  RMSHO-CO-ID               PIC X(02).
               10  RMSHO-MSG-DT              PIC X(10).
               10  RMSHO-UPLD-FLD-APEX-NM    PIC X(20).
           05  RMSHO-MSG-CNT                 PIC 9(07).
           05  FILLER                        PIC X(21).

      *****************************************************************
      **                 END OF COPYBOOK ACSRMSHO                    **
      *****************************************************************
