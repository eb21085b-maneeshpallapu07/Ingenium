      *****************************************************************
      **  MEMBER :  ACSRSPKX                                         **
      **  REMARKS:  RECORD LAYOUT FOR THE UFLD/UTTB POST-CHANGE      **
      **            ERROR-SPIKE ALERT EXTRACT - ONE ROW PER          **
      **            APPROVED CHANGE WHOSE IMPORT MESSAGE RATE        **
      **            JUMPED PAST THE THRESHOLD, WITH THE PRIOR        **
      **            ROW IMAGE FOR THE ROLLBACK DECISION              **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
703518**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       01  RSPKX-SEQ-REC-INFO.
           05  RSPKX-CO-ID                   PIC X(02).
           05  RSPKX-PNDC-ID                 PIC X(26).
           05  RSPKX-TBL-ID                  PIC X(04).
           05  RSPKX-ACTN-CD                 PIC X(01).
           05  RSPKX-TRGT-KEY                PIC X(46).
           05  RSPKX-RQST-USER-ID            PIC X(08).
           05  RSPKX-APRV-USER-ID            PIC X(08).
           05  RSPKX-APRV-DT                 PIC X(10).
           05  RSPKX-FLD-CNT                 PIC 9(03).
           05  RSPKX-BFOR-MSG-CNT            PIC 9(07).
           05  RSPKX-BFOR-DAYS               PIC 9(03).
           05  RSPKX-AFTR-MSG-CNT            PIC 9(07).
           05  RSPKX-AFTR-DAYS               PIC 9(03).
           05  RSPKX-BFOR-RATE               PIC 9(05)V9(02).
           05  RSPKX-AFTR-RATE               PIC 9(05)V9(02).
           05  RSPKX-PRIOR-IMAGE             PIC X(100).
           05  FILLER                        PIC X(08).

      *****************************************************************
      **                 END OF COPYBOOK ACSRSPKX                    **
      *****************************************************************
