      *****************************************************************
      **  MEMBER :  ACSRSAPP                                         **
      **  REMARKS:  PRINT LINE FOR THE SEPARATE ACCOUNT PURCHASE     **
      **            ORDER DAILY PROOF REPORT - CARRIAGE CONTROL      **
      **            BYTE AND 132-BYTE PRINT LINE.                    **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
692518**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       01  RSAPP-SEQ-REC-INFO.
           05  RSAPP-CTL-CHAR                PIC X(01).
               88  RSAPP-NEW-PAGE                  VALUE '1'.
           05  RSAPP-LINE-TXT                PIC X(132).

      *****************************************************************
      **                 END OF COPYBOOK ACSRSAPP                    **
      *****************************************************************
