      *****************************************************************
      **  MEMBER :  ACSRMKPW                                         **
      **  REMARKS:  RECORD LAYOUT FOR THE MARKETING CONSENT WORK     **
      **            FILE - ONE ROW PER UPLOADED OWNER OR INSURED     **
      **            WHO ANSWERED A CONSENT QUESTION, KEYED BY THE    **
      **            MATCHED CLIENT ID OR, FOR A NEW CLIENT, BY THE   **
      **            APPLICATION AND CLIENT SEQUENCE.  SORTED BY      **
      **            THE KEY FOR THE UPDATE STEP                      **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
427063**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       01  RMKPW-SEQ-REC-INFO.
           05  RMKPW-KEY.
               10  RMKPW-KEY-TYP-CD      PIC X(01).
                   88  RMKPW-KEY-TYP-CLI        VALUE 'C'.
                   88  RMKPW-KEY-TYP-APP        VALUE 'A'.
               10  RMKPW-KEY-VALU        PIC X(17).
               10  RMKPW-KEY-CLI-INFO    REDEFINES RMKPW-KEY-VALU.
                   15  RMKPW-KEY-CLI-ID  PIC X(10).
                   15  FILLER            PIC X(07).
               10  RMKPW-KEY-APP-INFO    REDEFINES RMKPW-KEY-VALU.
                   15  RMKPW-KEY-APP-ID  PIC X(15).
                   15  RMKPW-KEY-SEQ-NUM PIC X(02).
           05  RMKPW-CLI-SUR-NM          PIC X(25).
           05  RMKPW-CLI-GIV-NM          PIC X(25).
           05  RMKPW-CLI-BTH-DT          PIC X(10).
           05  RMKPW-CLI-PSTL-CD         PIC X(08).
           05  RMKPW-CNSNT-PREF.
               10  RMKPW-MAIL-CNSNT-IND  PIC X(01).
               10  RMKPW-PHON-CNSNT-IND  PIC X(01).
               10  RMKPW-EMAIL-CNSNT-IND PIC X(01).
               10  RMKPW-AFFL-SHR-CNSNT-IND
                                         PIC X(01).
           05  RMKPW-CNSNT-DT            PIC X(10).
           05  RMKPW-APP-ID              PIC X(15).
           05  FILLER                    PIC X(15).

      *****************************************************************
      **                 END OF COPYBOOK ACSRMKPW                    **
      *****************************************************************
