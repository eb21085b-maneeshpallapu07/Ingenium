      *****************************************************************
      **  MEMBER :  ACSRUFWX                                         **
      **  REMARKS:  RECORD LAYOUT FOR THE WEEKLY UNMAPPED APEX       **
      **            FIELD REPORT EXTRACT WRITTEN BY ASBM9500 -       **
      **            TYPE N ROWS ARE NAMES FIRST SEEN INSIDE THE      **
      **            REPORTING WINDOW, TYPE U ROWS ARE OLDER          **
      **            NAMES STILL WITHOUT A UFLD DEFINITION.           **
      **            DAYS OPEN LEADS SO THE PRINT SORT CAN            **
      **            ORDER THE OLDEST FIRST                           **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
611203**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       01  RUFWX-SEQ-REC-INFO.
           05  RUFWX-RPT-TYP-CD              PIC X(01).
               88  RUFWX-RPT-TYP-NEW               VALUE 'N'.
               88  RUFWX-RPT-TYP-UNRESOLVED        VALUE 'U'.
           05  RUFWX-DAYS-OPEN               PIC 9(05).
           05  RUFWX-CO-ID                   PIC X(02).
           05  RUFWX-UPLD-FLD-STRUCT-NM      PIC X(20).
           05  RUFWX-UPLD-FLD-APEX-NM        PIC X(20).
           05  RUFWX-FRST-SEEN-DT            PIC X(10).
           05  RUFWX-LAST-SEEN-DT            PIC X(10).
           05  RUFWX-OCCUR-CNT               PIC 9(09).
           05  RUFWX-APP-CHNL-CD             PIC X(01).
           05  RUFWX-SMPL-APP-ID             PIC X(15).
           05  FILLER                        PIC X(27).

      *****************************************************************
      **                 END OF COPYBOOK ACSRUFWX                    **
      *****************************************************************
