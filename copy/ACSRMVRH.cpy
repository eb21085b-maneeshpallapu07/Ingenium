      *****************************************************************
      **  MEMBER :  ACSRMVRH                                         **
      **  REMARKS:  RECORD LAYOUT FOR THE MVR UNDERWRITER            **
      **            REFERRAL FILE - ONE ROW PER DRIVING RECORD       **
      **            THAT DID NOT COME BACK CLEAN, MERGED INTO THE    **
      **            WORK QUEUE AS HOLD TYPE 'MV'                     **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
951627**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       01  RMVRH-SEQ-REC-INFO.
           05  RMVRH-APP-ID                  PIC X(15).
           05  RMVRH-CLI-ID                  PIC X(10).
           05  RMVRH-POL-ID                  PIC X(10).
           05  RMVRH-RFR-REASN-CD            PIC X(01).
               88  RMVRH-RFR-POINTS                VALUE 'P'.
               88  RMVRH-RFR-LICENSE               VALUE 'L'.
               88  RMVRH-RFR-NO-RECORD             VALUE 'N'.
           05  RMVRH-VIOL-PT-TOT             PIC 9(03).
           05  RMVRH-VIOL-PT-THRSHLD         PIC 9(03).
           05  RMVRH-LIC-STAT-CD             PIC X(01).
           05  RMVRH-RESULT-DT               PIC X(08).
           05  RMVRH-DETECT-DT               PIC 9(08).
           05  FILLER                        PIC X(61).

      *****************************************************************
      **                 END OF COPYBOOK ACSRMVRH                    **
      *****************************************************************
