      *****************************************************************
      **  MEMBER :  ACSRMBRP                                         **
      **  REMARKS:  PRINT LINE FOR THE MINOR BENEFICIARY             **
      **            DESIGNATION REPORT BY SALES OFFICE -             **
      **            CARRIAGE CONTROL BYTE AND 132-BYTE PRINT         **
      **            LINE.                                            **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
481736**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       01  RMBRP-SEQ-REC-INFO.
           05  RMBRP-CTL-CHAR                PIC X(01).
               88  RMBRP-NEW-PAGE                  VALUE '1'.
           05  RMBRP-LINE-TXT                PIC X(132).

      *****************************************************************
      **                 END OF COPYBOOK ACSRMBRP                    **
      *****************************************************************
