      *****************************************************************
      **  MEMBER :  ACSRDSRP                                         **
      **  REMARKS:  RECORD LAYOUT FOR THE PERSONAL DATA              **
      **            DISCLOSURE REPORT - PRINT-IMAGE LINES            **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
963852**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       01  RDSRP-SEQ-REC-INFO.
           05  RDSRP-CTL-CHAR                PIC X(01).
               88  RDSRP-NEW-PAGE                  VALUE '1'.
           05  RDSRP-LINE-TXT                PIC X(132).

      *****************************************************************
      **                 END OF COPYBOOK ACSRDSRP                    **
      *****************************************************************
