      *****************************************************************
      **  MEMBER :  ACSRMKSF                                         **
      **  REMARKS:  RECORD LAYOUT FOR THE DAILY DO-NOT-CONTACT       **
      **            SUPPRESSION FEED TO THE MARKETING PLATFORM -     **
      **            ONE ROW PER CLIENT WHOSE CONSENT PREFERENCE IS   **
      **            NEW OR CHANGED, CARRYING THE PREFERENCE NOW IN   **
      **            FORCE                                            **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
427063**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       01  RMKSF-SEQ-REC-INFO.
           05  RMKSF-ACTN-CD             PIC X(01).
               88  RMKSF-ACTN-NEW               VALUE 'N'.
               88  RMKSF-ACTN-CHG               VALUE 'C'.
           05  RMKSF-KEY.
               10  RMKSF-KEY-TYP-CD      PIC X(01).
                   88  RMKSF-KEY-TYP-CLI        VALUE 'C'.
                   88  RMKSF-KEY-TYP-APP        VALUE 'A'.
               10  RMKSF-KEY-VALU        PIC X(17).
           05  RMKSF-APP-ID              PIC X(15).
           05  RMKSF-CLI-SUR-NM          PIC X(25).
           05  RMKSF-CLI-GIV-NM          PIC X(25).
           05  RMKSF-CLI-BTH-DT          PIC X(10).
           05  RMKSF-CLI-PSTL-CD         PIC X(08).
           05  RMKSF-CNSNT-PREF.
               10  RMKSF-MAIL-CNSNT-IND  PIC X(01).
               10  RMKSF-PHON-CNSNT-IND  PIC X(01).
               10  RMKSF-EMAIL-CNSNT-IND PIC X(01).
               10  RMKSF-AFFL-SHR-CNSNT-IND
                                         PIC X(01).
           05  RMKSF-CNSNT-DT            PIC X(10).
           05  RMKSF-EFF-DT              PIC X(08).
           05  FILLER                    PIC X(26).

      *****************************************************************
      **                 END OF COPYBOOK ACSRMKSF                    **
      *****************************************************************
