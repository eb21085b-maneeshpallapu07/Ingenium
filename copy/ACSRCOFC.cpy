      *****************************************************************
      **  MEMBER :  ACSRCOFC                                         **
      **  REMARKS:  RECORD LAYOUT FOR THE COUNTER-OFFER CHASE        **
      **            LIST - ONE RECORD PER OPEN OFFER NEARING         **
      **            ITS ACCEPTANCE DEADLINE, WRITTEN BY              **
      **            ASBM9515 FOR THE NEW BUSINESS TEAM               **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
318274**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       01  RCOFC-SEQ-REC-INFO.
           05  RCOFC-APP-ID                  PIC X(15).
           05  RCOFC-STCKR-ID                PIC X(11).
           05  RCOFC-REG-DT                  PIC X(10).
           05  RCOFC-DDLN-DT                 PIC X(10).
           05  RCOFC-DAYS-LEFT               PIC 9(03).
           05  RCOFC-CHASE-NUM               PIC 9(02).
           05  RCOFC-TBL-RATG-CNT            PIC 9(02).
           05  RCOFC-FLAT-XTRA-CNT           PIC 9(02).
           05  RCOFC-EXCL-RIDR-CNT           PIC 9(02).
           05  RCOFC-RDCD-FACE-IND           PIC X(01).
           05  RCOFC-APPL-FACE-AMT           PIC 9(13)V9(02).
           05  RCOFC-OFR-FACE-AMT            PIC 9(13)V9(02).
           05  FILLER                        PIC X(32).

      *****************************************************************
      **                 END OF COPYBOOK ACSRCOFC                    **
      *****************************************************************
