      **  RELEASE   DESCRIPTION                                      **
      **                                                             **
MFFUPL**  01OCT05   CREATED FOR UFND PROCESSING                      **
183629**  15OCT26   INSERT ROWSET SIZE AND FLUSH-INSERT REQUEST ADDED **
183629**            FOR MULTI-ROW INSERT                              **
527318**  15OCT26   LOCK RETRY LIMIT, WAIT AND RETRY COUNT AND THE    **
527318**            ROLLED-BACK STATUS ADDED FOR DEADLOCK AND TIMEOUT **
527318**            RETRY                                             **
      *****************************************************************

       01  WUFND-IO-WORK-AREA.
               88  WUFND-RQST-UPDATE-LOB           VALUE '45'.
               88  WUFND-RQST-SELECT-LOB           VALUE '46'.
               88  WUFND-RQST-FREE-LOB             VALUE '47'.
183629         88  WUFND-RQST-FLUSH-INSERT         VALUE '48'.
           05  WUFND-IO-STATUS                     PIC 9(01)
                                                   VALUE 9.
               88  WUFND-IO-OK                     VALUE 0.
527318         88  WUFND-IO-ROLLED-BACK            VALUE 5.
               88  WUFND-IO-TS-MISMATCH            VALUE 6.
               88  WUFND-IO-NOT-FOUND              VALUE 7.
               88  WUFND-IO-EOF                    VALUE 8.
               10  WUFND-ENDBR-STCKR-ID            PIC X(11).
               10  WUFND-ENDBR-PLAN-ID             PIC X(15).
               10  WUFND-ENDBR-FND-ID              PIC X(05).
183629*
183629*    INSERT ROWSET SIZE - ZERO OR 1 INSERTS ONE ROW PER INSERT
183629*    REQUEST.  A LARGER VALUE (UP TO 100) BUFFERS THE ROWS AND
183629*    WRITES THEM WITH ONE MULTI-ROW INSERT WHEN THE BUFFER IS
183629*    FULL.  A CALLER THAT SETS IT MUST ISSUE FLUSH-INSERT
183629*    BEFORE EVERY COMMIT AND BEFORE ENDING THE RUN.
183629*
183629     05  WUFND-INS-ROWSET-SIZE               PIC 9(03)
183629                                                   VALUE ZERO.
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
527318     05  WUFND-LOCK-RETRY-MAX                PIC 9(02)
527318                                             VALUE ZERO.
527318     05  WUFND-LOCK-WAIT-SECS                PIC 9(02)
527318                                             VALUE ZERO.
527318     05  WUFND-LOCK-RETRY-CNT                PIC 9(02)
527318                                             VALUE ZERO.
527318     05  FILLER                              PIC X(11).

      *****************************************************************
      **                  END OF COPYBOOK ACFWUFND                   **
