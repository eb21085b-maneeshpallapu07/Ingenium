      *****************************************************************
      **  MEMBER :  ACSRCOFO                                         **
      **  REMARKS:  RECORD LAYOUT FOR THE COUNTER-OFFER              **
      **            REGISTER (NEW GENERATION) WRITTEN BY             **
      **            ASBM9515                                         **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
318274**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       01  RCOFO-SEQ-REC-INFO.
           05  RCOFO-APP-ID                  PIC X(15).
           05  RCOFO-STCKR-ID                PIC X(11).
           05  RCOFO-REG-DT                  PIC X(10).
           05  RCOFO-DDLN-DT                 PIC X(10).
           05  RCOFO-STAT-CD                 PIC X(01).
               88  RCOFO-STAT-OPEN                 VALUE 'O'.
               88  RCOFO-STAT-ACCEPTED             VALUE 'A'.
               88  RCOFO-STAT-REFUSED              VALUE 'R'.
               88  RCOFO-STAT-NOT-TAKEN            VALUE 'N'.
           05  RCOFO-RESP-DT                 PIC X(10).
           05  RCOFO-TBL-RATG-CNT            PIC 9(02).
           05  RCOFO-FLAT-XTRA-CNT           PIC 9(02).
           05  RCOFO-EXCL-RIDR-CNT           PIC 9(02).
           05  RCOFO-RDCD-FACE-IND           PIC X(01).
               88  RCOFO-RDCD-FACE                 VALUE 'Y'.
           05  RCOFO-APPL-FACE-AMT           PIC 9(13)V9(02).
           05  RCOFO-OFR-FACE-AMT            PIC 9(13)V9(02).
           05  RCOFO-CHASE-CNT               PIC 9(02).
           05  RCOFO-LAST-CHASE-DT           PIC X(10).
           05  FILLER                        PIC X(44).

      *****************************************************************
      **                 END OF COPYBOOK ACSRCOFO                    **
      *****************************************************************
