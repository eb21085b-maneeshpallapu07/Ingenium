      **                                                             **
      **  612J      CREATED FOR 2110 TABLE PROCESSING                **
      **  51151T    ADD DRY-RUN ROW COUNT FOR KEY RANGE PURGE        **
527318**  15OCT26   LOCK RETRY LIMIT, WAIT AND RETRY COUNT AND THE    **
527318**            ROLLED-BACK STATUS ADDED FOR DEADLOCK AND TIMEOUT **
527318**            RETRY                                             **
      *****************************************************************

       01  W2110-IO-WORK-AREA.
           05  W2110-IO-STATUS                     PIC 9(01)
                                                   VALUE 9.
               88  W2110-IO-OK                     VALUE 0.
527318         88  W2110-IO-ROLLED-BACK            VALUE 5.
               88  W2110-IO-TS-MISMATCH            VALUE 6.
               88  W2110-IO-NOT-FOUND              VALUE 7.
               88  W2110-IO-EOF                    VALUE 8.
               10  W2110-ENDBR-SEQ-FILE-INSTC-ID   PIC S9(04) BINARY.
               10  W2110-ENDBR-SEQ-FILE-TS         PIC X(26).
51151T     05  W2110-RQST-ROW-CNT                  PIC S9(09) BINARY.
527318*
527318*    LOCK CONFLICT RETRY - ZERO (THE DEFAULT) RETURNS A
527318*    DEADLOCK OR TIMEOUT AS IO-ERROR, AS BEFORE.  A BATCH
527318*    CALLER THAT SETS LOCK-RETRY-MAX HAS A TIMEOUT (-913)
527318*    RE-DRIVEN UP TO THAT MANY TIMES, WAITING LOCK-WAIT-SECS
527318*    DOUBLED ON EACH RETRY, AND A DEADLOCK ROLLBACK (-911)
527318*    RETURNED AS IO-ROLLED-BACK SO IT CAN RE-DRIVE ITS WORK
527318*    FROM ITS LAST COMMIT POINT.  LOCK-RETRY-CNT RETURNS THE
527318*    RETRIES TAKEN ON THE REQUEST.
527318*
527318     05  W2110-LOCK-RETRY-MAX                PIC 9(02)
527318                                             VALUE ZERO.
527318     05  W2110-LOCK-WAIT-SECS                PIC 9(02)
527318                                             VALUE ZERO.
527318     05  W2110-LOCK-RETRY-CNT                PIC 9(02)
527318                                             VALUE ZERO.
527318     05  FILLER                              PIC X(10).

      *****************************************************************
      **                  END OF COPYBOOK ACFW2110                   **
