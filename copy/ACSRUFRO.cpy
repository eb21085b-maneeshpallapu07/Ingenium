      *****************************************************************
      **  MEMBER :  ACSRUFRO                                         **
      **  REMARKS:  RECORD LAYOUT FOR THE UNMAPPED APEX FIELD        **
      **            REGISTER (NEW GENERATION) WRITTEN BY             **
      **            ASBM9500 - SAME SHAPE AS THE PRIOR               **
      **            GENERATION (ACSRUFRI)                            **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
611203**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       01  RUFRO-SEQ-REC-INFO.
           05  RUFRO-KEY.
               10  RUFRO-CO-ID               PIC X(02).
               10  RUFRO-UPLD-FLD-STRUCT-NM  PIC X(20).
               10  RUFRO-UPLD-FLD-APEX-NM    PIC X(20).
           05  RUFRO-FRST-SEEN-DT            PIC X(10).
           05  RUFRO-LAST-SEEN-DT            PIC X(10).
           05  RUFRO-OCCUR-CNT               PIC 9(09).
           05  RUFRO-APP-CHNL-CD             PIC X(01).
           05  RUFRO-SMPL-APP-ID             PIC X(15).
           05  RUFRO-STAT-CD                 PIC X(01).
               88  RUFRO-STAT-OPEN                 VALUE 'O'.
               88  RUFRO-STAT-RESOLVED             VALUE 'R'.
           05  RUFRO-RSLV-DT                 PIC X(10).
           05  FILLER                        PIC X(22).

      *****************************************************************
      **                 END OF COPYBOOK ACSRUFRO                    **
      *****************************************************************
