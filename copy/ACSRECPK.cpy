      *****************************************************************
      **  MEMBER :  ACSRECPK                                         **
      **  REMARKS:  RECORD LAYOUT FOR THE CONTESTABLE-INVESTIGATION  **
      **            PACKET PRINT FILE WRITTEN BY ASBM9528 - ONE PAGE **
      **            PER EARLY CLAIM LISTING WHAT WAS DISCLOSED AT    **
      **            APPLICATION.                                     **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
731046**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       01  RECPK-SEQ-REC-INFO.
           05  RECPK-CTL-CHAR                PIC X(01).
               88  RECPK-NEW-PAGE                  VALUE '1'.
           05  RECPK-LINE-TXT                PIC X(132).

      *****************************************************************
      **                 END OF COPYBOOK ACSRECPK                    **
      *****************************************************************
