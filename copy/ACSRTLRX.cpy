      **            EXCEPTION EXTRACT WRITTEN BY ASBM9461 -          **
      **            TYPE N STEPS NEVER RAN, TYPE D STEPS RAN         **
      **            LONG AGAINST THEIR TRAILING AVERAGE, TYPE V      **
527318**            STEPS PROCESSED A DEVIANT RECORD VOLUME.  TYPE   **
527318**            L ROWS ARE APPENDED BY THE BATCH STEP ITSELF     **
527318**            EACH TIME IT RETRIES A DEADLOCK OR LOCK TIMEOUT  **
527318**            ON AN UPLOAD TABLE                               **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
991286**  02SEP26  DEV    CREATED FOR BATCH RUN TELEMETRY            **
527318**  15OCT26  DEV    TYPE L LOCK CONFLICT RETRY ROWS ADDED      **
      *****************************************************************

       01  RTLRX-SEQ-REC-INFO.
               88  RTLRX-XCPT-NOT-RUN              VALUE 'N'.
               88  RTLRX-XCPT-DURATION             VALUE 'D'.
               88  RTLRX-XCPT-VOLUME               VALUE 'V'.
527318         88  RTLRX-XCPT-LOCK-RETRY           VALUE 'L'.
           05  RTLRX-PGM-ID                  PIC X(08).
           05  RTLRX-RUN-DT                  PIC X(10).
           05  RTLRX-DUR-SECS                PIC 9(07).
           05  RTLRX-REC-CNT                 PIC 9(09).
           05  RTLRX-AVG-REC-CNT             PIC 9(09).
           05  RTLRX-CRITICAL-CD             PIC X(01).
527318*    TYPE L ONLY - THE TABLE, THE SQLCODE (-911 DEADLOCK
527318*    ROLLBACK, -913 TIMEOUT), WHICH RETRY OF HOW MANY ALLOWED,
527318*    WHAT WAS DONE AND THE WAIT BEFORE THE RETRY.
527318     05  RTLRX-LOCK-INFO.
527318         10  RTLRX-LOCK-TBL-ID         PIC X(04).
527318         10  RTLRX-LOCK-SQLCODE        PIC -9(03).
527318         10  RTLRX-LOCK-RETRY-NUM      PIC 9(02).
527318         10  RTLRX-LOCK-RETRY-MAX      PIC 9(02).
527318         10  RTLRX-LOCK-ACTN-CD        PIC X(01).
527318             88  RTLRX-LOCK-RETRIED          VALUE 'R'.
527318             88  RTLRX-LOCK-RESTARTED        VALUE 'S'.
527318             88  RTLRX-LOCK-EXHAUSTED        VALUE 'F'.
527318         10  RTLRX-LOCK-WAIT-SECS      PIC 9(03).
527318         10  RTLRX-LOCK-TIME           PIC X(08).
527318     05  FILLER                        PIC X(44).

      *****************************************************************
      **                 END OF COPYBOOK ACSRTLRX                    **
