      *****************************************************************
      **  MEMBER :  ACSRTCVR                                         **
      **  REMARKS:  RECORD LAYOUT FOR THE DAILY CONDITIONAL RECEIPT  **
      **            TEMPORARY COVERAGE REPORT PRINT FILE WRITTEN BY  **
      **            ASBM9537 - CASES APPROACHING THE MAXIMUM         **
      **            COVERAGE PERIOD.                                 **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
693057**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       01  RTCVR-SEQ-REC-INFO.
           05  RTCVR-CTL-CHAR                PIC X(01).
               88  RTCVR-NEW-PAGE                  VALUE '1'.
           05  RTCVR-LINE-TXT                PIC X(132).

      *****************************************************************
      **                 END OF COPYBOOK ACSRTCVR                    **
      *****************************************************************
