      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
      **  30OCT98  56     CREATED FOR UFLD TABLE PROCESSING          **
622314**  15OCT26  DEV    ADDED APEX RELEASE TO THE KEYS             **
527318**  15OCT26  DEV    LOCK RETRY LIMIT, WAIT AND RETRY COUNT AND  **
527318**                  THE ROLLED-BACK STATUS ADDED FOR DEADLOCK   **
527318**                  AND TIMEOUT RETRY                           **
      *****************************************************************
 
       01  WUFLD-IO-WORK-AREA.
           05  WUFLD-IO-STATUS                    PIC 9(01)
                                                  VALUE 9.
               88  WUFLD-IO-OK                    VALUE 0.
527318         88  WUFLD-IO-ROLLED-BACK           VALUE 5.
               88  WUFLD-IO-NOT-FOUND             VALUE 7.
               88  WUFLD-IO-EOF                   VALUE 8.
               88  WUFLD-IO-ERROR                 VALUE 9.
               10  WUFLD-CO-ID                    PIC X(02).
               10  WUFLD-UPLD-FLD-STRUCT-NM       PIC X(20).
               10  WUFLD-UPLD-FLD-APEX-NM         PIC X(20).
622314         10  WUFLD-APEX-RLSE-ID             PIC X(04).
           05  WUFLD-ENDBR-KEY.
               10  WUFLD-ENDBR-CO-ID              PIC X(02).
               10  WUFLD-ENDBR-UPLD-FLD-STRUCT-NM PIC X(20).
               10  WUFLD-ENDBR-UPLD-FLD-APEX-NM   PIC X(20).
622314         10  WUFLD-ENDBR-APEX-RLSE-ID       PIC X(04).
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
527318     05  WUFLD-LOCK-RETRY-MAX               PIC 9(02)
527318                                            VALUE ZERO.
527318     05  WUFLD-LOCK-WAIT-SECS               PIC 9(02)
527318                                            VALUE ZERO.
527318     05  WUFLD-LOCK-RETRY-CNT               PIC 9(02)
527318                                            VALUE ZERO.
527318     05  FILLER                             PIC X(06).
 
      *****************************************************************
      **                  END OF COPYBOOK ACFWUFLD                   **
