      *****************************************************************
      **  MEMBER :  ACSRWAVR                                         **
      **  REMARKS:  RECORD LAYOUT FOR THE MONTHLY SIR REQUIREMENT    **
      **            WAIVER REPORT PRINT FILE WRITTEN BY ASBM9535 FOR **
      **            THE CHIEF UNDERWRITER.                           **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
418639**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       01  RWAVR-SEQ-REC-INFO.
           05  RWAVR-CTL-CHAR                PIC X(01).
               88  RWAVR-NEW-PAGE                  VALUE '1'.
           05  RWAVR-LINE-TXT                PIC X(132).

      *****************************************************************
      **                 END OF COPYBOOK ACSRWAVR                    **
      *****************************************************************
