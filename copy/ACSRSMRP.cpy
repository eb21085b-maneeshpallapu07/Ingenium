      *****************************************************************
      **  MEMBER :  ACSRSMRP                                         **
      **  REMARKS:  RECORD LAYOUT FOR THE MONTHLY SALES MATERIAL     **
      **            COMPLIANCE REPORT PRINT FILE WRITTEN BY ASBM9538 **
      **            FOR COMPLIANCE.                                  **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
529417**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       01  RSMRP-SEQ-REC-INFO.
           05  RSMRP-CTL-CHAR                PIC X(01).
               88  RSMRP-NEW-PAGE                  VALUE '1'.
           05  RSMRP-LINE-TXT                PIC X(132).

      *****************************************************************
      **                 END OF COPYBOOK ACSRSMRP                    **
      *****************************************************************
