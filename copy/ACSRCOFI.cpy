      *****************************************************************
      **  MEMBER :  ACSRCOFI                                         **
      **  REMARKS:  RECORD LAYOUT FOR THE COUNTER-OFFER              **
      **            REGISTER (PRIOR GENERATION) - ONE ROW PER        **
      **            APPLICATION OFFERED ON TERMS OTHER THAN          **
      **            APPLIED FOR, CARRIED FORWARD BY ASBM9515         **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
318274**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       01  RCOFI-SEQ-REC-INFO.
           05  RCOFI-APP-ID                  PIC X(15).
           05  RCOFI-STCKR-ID                PIC X(11).
           05  RCOFI-REG-DT                  PIC X(10).
           05  RCOFI-DDLN-DT                 PIC X(10).
           05  RCOFI-STAT-CD                 PIC X(01).
               88  RCOFI-STAT-OPEN                 VALUE 'O'.
               88  RCOFI-STAT-ACCEPTED             VALUE 'A'.
               88  RCOFI-STAT-REFUSED              VALUE 'R'.
               88  RCOFI-STAT-NOT-TAKEN            VALUE 'N'.
           05  RCOFI-RESP-DT                 PIC X(10).
           05  RCOFI-TBL-RATG-CNT            PIC 9(02).
           05  RCOFI-FLAT-XTRA-CNT           PIC 9(02).
           05  RCOFI-EXCL-RIDR-CNT           PIC 9(02).
           05  RCOFI-RDCD-FACE-IND           PIC X(01).
               88  RCOFI-RDCD-FACE                 VALUE 'Y'.
           05  RCOFI-APPL-FACE-AMT           PIC 9(13)V9(02).
           05  RCOFI-OFR-FACE-AMT            PIC 9(13)V9(02).
           05  RCOFI-CHASE-CNT               PIC 9(02).
           05  RCOFI-LAST-CHASE-DT           PIC X(10).
           05  FILLER                        PIC X(44).

      *****************************************************************
      **                 END OF COPYBOOK ACSRCOFI                    **
      *****************************************************************
