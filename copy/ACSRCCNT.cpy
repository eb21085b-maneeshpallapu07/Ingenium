      *****************************************************************
      **  MEMBER :  ACSRCCNT                                         **
      **  REMARKS:  RECORD LAYOUT FOR THE CLIENT CONTACT UNLOAD FROM **
      **            CLIENT ADMINISTRATION - ONE ROW PER CLIENT WITH  **
      **            THE CURRENT ADDRESS, PHONE AND EMAIL ON FILE,    **
      **            SORTED BY CLIENT ID                              **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
318852**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       01  RCCNT-SEQ-REC-INFO.
           05  RCCNT-CLI-ID              PIC X(10).
           05  RCCNT-CLI-SUR-NM          PIC X(25).
           05  RCCNT-CLI-GIV-NM          PIC X(25).
           05  RCCNT-CLI-BTH-DT          PIC X(10).
           05  RCCNT-CLI-ADDR-CD         PIC X(08).
           05  RCCNT-CLI-PSTL-CD         PIC X(08).
           05  RCCNT-CLI-ADDR-TXT        PIC X(72).
           05  RCCNT-CLI-PHON-NUM-TXT    PIC X(50).
           05  RCCNT-CLI-EMAIL-ADDR-CD   PIC X(50).
           05  FILLER                    PIC X(12).

      *****************************************************************
      **                 END OF COPYBOOK ACSRCCNT                    **
      *****************************************************************
