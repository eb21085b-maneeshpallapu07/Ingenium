      *****************************************************************
      **  MEMBER :  ACSRUFRI                                         **
      **  REMARKS:  RECORD LAYOUT FOR THE UNMAPPED APEX FIELD        **
      **            REGISTER (PRIOR GENERATION) - ONE ROW PER        **
      **            STRUCTURE/FIELD NAME EVER SEEN WITHOUT A         **
      **            UFLD DEFINITION, WITH FIRST AND LAST             **
      **            SIGHTING, OCCURRENCE COUNT, CHANNEL AND A        **
      **            SAMPLE APP ID.  CARRIED FORWARD BY ASBM9500      **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
611203**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       01  RUFRI-SEQ-REC-INFO.
           05  RUFRI-KEY.
               10  RUFRI-CO-ID               PIC X(02).
               10  RUFRI-UPLD-FLD-STRUCT-NM  PIC X(20).
               10  RUFRI-UPLD-FLD-APEX-NM    PIC X(20).
           05  RUFRI-FRST-SEEN-DT            PIC X(10).
           05  RUFRI-LAST-SEEN-DT            PIC X(10).
           05  RUFRI-OCCUR-CNT               PIC 9(09).
           05  RUFRI-APP-CHNL-CD             PIC X(01).
           05  RUFRI-SMPL-APP-ID             PIC X(15).
           05  RUFRI-STAT-CD                 PIC X(01).
               88  RUFRI-STAT-OPEN                 VALUE 'O'.
               88  RUFRI-STAT-RESOLVED             VALUE 'R'.
           05  RUFRI-RSLV-DT                 PIC X(10).
           05  FILLER                        PIC X(22).

      *****************************************************************
      **                 END OF COPYBOOK ACSRUFRI                    **
      *****************************************************************
