      **  RELEASE   DESCRIPTION                                      **
      **                                                             **
      **  15AUG02   CREATED FOR UCNV TABLE PROCESSING                **
527318**  15OCT26   LOCK RETRY LIMIT, WAIT AND RETRY COUNT AND THE    **
527318**            ROLLED-BACK STATUS ADDED FOR DEADLOCK AND TIMEOUT **
527318**            RETRY                                             **
      *****************************************************************

       01  WUCNV-IO-WORK-AREA.
           05  WUCNV-IO-STATUS                     PIC 9(01)
                                                   VALUE 9.
               88  WUCNV-IO-OK                     VALUE 0.
527318         88  WUCNV-IO-ROLLED-BACK            VALUE 5.
               88  WUCNV-IO-TS-MISMATCH            VALUE 6.
               88  WUCNV-IO-NOT-FOUND              VALUE 7.
               88  WUCNV-IO-EOF                    VALUE 8.
891556     05  WUCNV-MAT-ELIGBL-SW                 PIC X(01).
891556         88  WUCNV-MAT-ELIGIBLE              VALUE 'Y'.
891556         88  WUCNV-MAT-EXPIRED               VALUE 'N'.
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
527318     05  WUCNV-LOCK-RETRY-MAX                PIC 9(02)
527318                                             VALUE ZERO.
527318     05  WUCNV-LOCK-WAIT-SECS                PIC 9(02)
527318                                             VALUE ZERO.
527318     05  WUCNV-LOCK-RETRY-CNT                PIC 9(02)
527318                                             VALUE ZERO.
527318     05  FILLER                              PIC X(13).

      *****************************************************************
      **                  END OF COPYBOOK ACFWUCNV                   **
