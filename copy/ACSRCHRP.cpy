      *****************************************************************
      **  MEMBER :  ACSRCHRP                                         **
      **  REMARKS:  PRINT LINE FOR THE AGENT REPLACEMENT-CHURNING    **
      **            REVIEW REPORT - CARRIAGE CONTROL BYTE AND        **
      **            132-BYTE PRINT LINE.                             **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
418263**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       01  RCHRP-SEQ-REC-INFO.
           05  RCHRP-CTL-CHAR                PIC X(01).
               88  RCHRP-NEW-PAGE                  VALUE '1'.
           05  RCHRP-LINE-TXT                PIC X(132).

      *****************************************************************
      **                 END OF COPYBOOK ACSRCHRP                    **
      *****************************************************************
