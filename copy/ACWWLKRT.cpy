      *****************************************************************
      **  MEMBER :  ACWWLKRT                                         **
      **  REMARKS:  WORK AREA FOR THE ACPPLKRT UPLOAD TABLE LOCK     **
      **            CONFLICT RETRY ROUTINES                          **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
527318**  15OCT26  DEV    CREATED FOR DEADLOCK AND TIMEOUT RETRY     **
      *****************************************************************

       01  WLKRT-WORK-AREA.
      *    SET BY THE CALLER (USUALLY FROM ITS PARM) BEFORE THE FIRST
      *    UPLOAD TABLE REQUEST.  RETRY-MAX AND WAIT-SECS ARE COPIED
      *    INTO EACH I/O WORK AREA FOR THE IN-PLACE TIMEOUT RETRY AND
      *    ALSO LIMIT THE RESTARTS FROM THE LAST COMMIT POINT AFTER A
      *    DEADLOCK ROLLBACK.
           05  WLKRT-RETRY-MAX           PIC 9(02)  VALUE 03.
           05  WLKRT-WAIT-SECS           PIC 9(02)  VALUE 02.
      *    SET BY THE CALLER BEFORE PERFORMING THE ROUTINES.
           05  WLKRT-TBL-ID              PIC X(04).
           05  WLKRT-RETRY-CNT           PIC 9(02).
      *    KEPT BY THE ROUTINES.
           05  WLKRT-RESTART-CNT         PIC 9(02)  VALUE ZERO.
           05  WLKRT-RETRY-SUB           PIC 9(02).
           05  WLKRT-DELAY-SECS          PIC S9(09) BINARY.
           05  WLKRT-MAX-DELAY-SECS      PIC S9(09) BINARY
                                         VALUE +60.
           05  WLKRT-DELAY-FC            PIC X(12).
           05  WLKRT-DATE                PIC 9(08).
           05  WLKRT-DATE-R              REDEFINES WLKRT-DATE.
               10  WLKRT-DATE-CCYY       PIC X(04).
               10  WLKRT-DATE-MM         PIC X(02).
               10  WLKRT-DATE-DD         PIC X(02).
           05  WLKRT-ISO-DATE.
               10  WLKRT-ISO-CCYY        PIC X(04).
               10  FILLER                PIC X(01)  VALUE '-'.
               10  WLKRT-ISO-MM          PIC X(02).
               10  FILLER                PIC X(01)  VALUE '-'.
               10  WLKRT-ISO-DD          PIC X(02).
           05  WLKRT-TIME                PIC X(08).
           05  WLKRT-RESTART-SW          PIC X(01)  VALUE 'N'.
               88  WLKRT-RESTART                VALUE 'Y'.
               88  WLKRT-NO-RESTART             VALUE 'N'.
           05  WLKRT-EXHAUSTED-SW        PIC X(01)  VALUE 'N'.
               88  WLKRT-EXHAUSTED              VALUE 'Y'.
               88  WLKRT-NOT-EXHAUSTED          VALUE 'N'.

      *****************************************************************
      **                 END OF COPYBOOK ACWWLKRT                    **
      *****************************************************************
