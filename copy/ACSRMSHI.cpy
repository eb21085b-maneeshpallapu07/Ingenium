      *****************************************************************
      **  MEMBER :  ACSRMSHI                                         **
      **  REMARKS:  RECORD LAYOUT FOR THE IMPORT MESSAGE DAILY       **
      **            HISTORY (PRIOR GENERATION) - THE COUNT OF        **
      **            IMPORT MESSAGES RAISED AGAINST ONE SOURCE        **
      **            APEX FIELD ON ONE DAY, FOLDED FROM THE R2120     **
      **            EXTRACT AND CARRIED FORWARD BY ASBM9501          **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
703518**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       01  RMSHI-SEQ-REC-INFO.
           05  RMSHI-KEY.
               10  RMSHI-CO-ID               PIC X(02).
               10  RMSHI-MSG-DT              PIC X(10).
               10  RMSHI-UPLD-FLD-APEX-NM    PIC X(20).
           05  RMSHI-MSG-CNT                 PIC 9(07).
           05  FILLER                        PIC X(21).

      *****************************************************************
      **                 END OF COPYBOOK ACSRMSHI                    **
      *****************************************************************
