      *****************************************************************
      **  MEMBER :  ACSRPNRX                                         **
      **  REMARKS:  RECORD LAYOUT FOR THE POLICY NUMBER RANGE        **
      **            INVENTORY AND EXHAUSTION PROJECTION REPORT       **
      **            EXTRACT - ONE ROW PER RANGE PER DAY WITH THE     **
      **            NUMBERS LEFT, RECENT ISSUE VOLUME AND THE        **
      **            PROJECTED DAYS TO EXHAUSTION (ASBM9502)          **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
741962**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       01  RPNRX-SEQ-REC-INFO.
           05  RPNRX-RPT-DT                  PIC X(10).
           05  RPNRX-KEY.
               10  RPNRX-CO-ID               PIC X(02).
               10  RPNRX-BUS-CLASS-CD        PIC X(01).
               10  RPNRX-INST-ID             PIC X(02).
           05  RPNRX-RNG-STAT-CD             PIC X(01).
           05  RPNRX-RNG-LOW-NUM             PIC 9(09).
           05  RPNRX-RNG-HIGH-NUM            PIC 9(09).
           05  RPNRX-HWM-NUM                 PIC 9(09).
           05  RPNRX-HWM-POL-ID              PIC X(10).
           05  RPNRX-RMNG-CNT                PIC 9(09).
           05  RPNRX-ISSUE-CNT               PIC 9(07).
           05  RPNRX-ISSUE-DAYS              PIC 9(03).
           05  RPNRX-AVG-PER-DAY             PIC 9(07)V9(02).
           05  RPNRX-PROJ-DAYS-LEFT          PIC 9(05).
           05  RPNRX-PROJ-XHST-DT            PIC X(10).
           05  RPNRX-WARN-DAYS               PIC 9(03).
           05  RPNRX-ALERT-CD                PIC X(01).
               88  RPNRX-ALERT-NONE                VALUE SPACE.
               88  RPNRX-ALERT-WARNING             VALUE 'W'.
               88  RPNRX-ALERT-EXHAUSTED           VALUE 'X'.
           05  FILLER                        PIC X(20).

      *****************************************************************
      **                 END OF COPYBOOK ACSRPNRX                    **
      *****************************************************************
