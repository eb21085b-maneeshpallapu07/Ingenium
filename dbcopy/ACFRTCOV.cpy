      *****************************************************************
      **  MEMBER :  ACFRTCOV                                         **
      **  REMARKS:  CONDITIONAL RECEIPT TEMPORARY COVERAGE REGISTER  **
      **            TABLE LAYOUT. ONE ROW PER COMPANY AND            **
      **            APPLICATION WHOSE CWA RECEIPT GAVE CONDITIONAL   **
      **            TEMPORARY COVERAGE. OPENED BY ASBM9537 ON THE    **
      **            RECEIPT DATE WITH THE AMOUNT CAPPED AT THE       **
      **            PLAN'S CONDITIONAL RECEIPT LIMIT AND THE EXPIRY  **
      **            DATE AT THE PLAN'S MAXIMUM COVERAGE PERIOD;      **
      **            CLOSED ON ISSUE, DECLINE, WITHDRAWAL OR EXPIRY.  **
      **            SHOWN ON THE UAPQ STATUS CONSOLE (ASOM2150).     **
      **  LENGTH :  107                                              **
      *****************************************************************
      **  RELEASE  AUTH DESCRIPTION                                  **
      **                                                             **
693057**  15OCT26  DEV  CREATED FOR TEMPORARY COVERAGE REGISTER      **
      *****************************************************************

       01  RTCOV-REC-INFO.
           05  RTCOV-KEY.
               10  RTCOV-CO-ID                  PIC X(02).
               10  RTCOV-APP-ID                 PIC X(15).
           05  RTCOV-RECPT-NUM                  PIC X(08).
           05  RTCOV-PLAN-ID                    PIC X(15).
           05  RTCOV-OPEN-DT                    PIC X(10).
           05  RTCOV-XPRY-DT                    PIC X(10).
           05  RTCOV-APPL-FACE-AMT              PIC 9(13).
           05  RTCOV-COV-AMT                    PIC 9(13).
           05  RTCOV-STAT-CD                    PIC X(01).
               88  RTCOV-STAT-OPEN              VALUE 'O'.
               88  RTCOV-STAT-ISSUED            VALUE 'I'.
               88  RTCOV-STAT-DECLINED          VALUE 'D'.
               88  RTCOV-STAT-WITHDRAWN         VALUE 'W'.
               88  RTCOV-STAT-EXPIRED           VALUE 'X'.
               88  RTCOV-STAT-CLOSED            VALUE 'I' 'D' 'W' 'X'.
           05  RTCOV-CLOSE-DT                   PIC X(10).
           05  RTCOV-UPDT-DT                    PIC X(10).

      *****************************************************************
      **                 END OF COPYBOOK ACFRTCOV                    **
      *****************************************************************
