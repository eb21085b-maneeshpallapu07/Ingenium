      *****************************************************************
      **  MEMBER :  ACFRWAIV                                         **
      **  REMARKS:  REQUIREMENT WAIVER LOG TABLE LAYOUT. ONE ROW PER **
      **            COMPANY, APPLICATION AND SIR REQUIREMENT CODE    **
      **            WAIVED ONLINE THROUGH ASOM2190, CARRYING THE     **
      **            REASON, THE APPLICATION FACE AMOUNT AT THE TIME, **
      **            AND WHO WAIVED IT AND WHEN. ASBM9430 CLOSES THE  **
      **            REQUIREMENT AND STAMPS THE FEED DATE; ASBM9535   **
      **            REPORTS THE MONTH'S WAIVERS.                     **
      **  LENGTH :  73                                               **
      *****************************************************************
      **  RELEASE  AUTH DESCRIPTION                                  **
      **                                                             **
418639**  15OCT26  DEV  CREATED FOR ONLINE REQUIREMENT WAIVER        **
      *****************************************************************

       01  RWAIV-REC-INFO.
           05  RWAIV-KEY.
               10  RWAIV-CO-ID                  PIC X(02).
               10  RWAIV-APP-ID                 PIC X(15).
               10  RWAIV-REQIR-CODE             PIC X(05).
           05  RWAIV-RSN-CD                     PIC X(02).
               88  RWAIV-RSN-OTHER-EVID         VALUE 'EV'.
               88  RWAIV-RSN-RECENT-RSLT        VALUE 'RC'.
               88  RWAIV-RSN-NOT-REQUIRED       VALUE 'AR'.
               88  RWAIV-RSN-UW-JUDGEMENT       VALUE 'UJ'.
               88  RWAIV-RSN-WITHDRAWN          VALUE 'WD'.
               88  RWAIV-RSN-VALID              VALUE 'EV' 'RC' 'AR'
                                                      'UJ' 'WD'.
           05  RWAIV-FACE-AMT                   PIC 9(13).
           05  RWAIV-WAIV-USER-ID               PIC X(08).
           05  RWAIV-WAIV-DT                    PIC X(10).
           05  RWAIV-WAIV-TM                    PIC X(08).
           05  RWAIV-FEED-DT                    PIC X(10).

      *****************************************************************
      **                 END OF COPYBOOK ACFRWAIV                    **
      *****************************************************************
