      *****************************************************************
      **  MEMBER :  ACSRMKPM                                         **
      **  REMARKS:  RECORD LAYOUT FOR THE MARKETING CONSENT          **
      **            PREFERENCE FILE - THE STRICTEST PREFERENCE       **
      **            EACH CLIENT HAS GIVEN ON ANY APPLICATION,        **
      **            KEYED BY CLIENT ID OR BY APPLICATION AND         **
      **            CLIENT SEQUENCE FOR A CLIENT NOT YET ON FILE.    **
      **            CONSENT INDICATORS ARE Y (CONSENT), N (DO NOT    **
      **            CONTACT) OR BLANK (NOT ANSWERED)                 **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
427063**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       01  RMKPM-SEQ-REC-INFO.
           05  RMKPM-KEY.
               10  RMKPM-KEY-TYP-CD      PIC X(01).
                   88  RMKPM-KEY-TYP-CLI        VALUE 'C'.
                   88  RMKPM-KEY-TYP-APP        VALUE 'A'.
               10  RMKPM-KEY-VALU        PIC X(17).
           05  RMKPM-CLI-SUR-NM          PIC X(25).
           05  RMKPM-CLI-GIV-NM          PIC X(25).
           05  RMKPM-CLI-BTH-DT          PIC X(10).
           05  RMKPM-CLI-PSTL-CD         PIC X(08).
           05  RMKPM-CNSNT-PREF.
               10  RMKPM-MAIL-CNSNT-IND  PIC X(01).
               10  RMKPM-PHON-CNSNT-IND  PIC X(01).
               10  RMKPM-EMAIL-CNSNT-IND PIC X(01).
               10  RMKPM-AFFL-SHR-CNSNT-IND
                                         PIC X(01).
           05  RMKPM-CNSNT-DT            PIC X(10).
           05  RMKPM-LAST-UPDT-DT        PIC X(08).
           05  FILLER                    PIC X(02).

      *****************************************************************
      **                 END OF COPYBOOK ACSRMKPM                    **
      *****************************************************************
