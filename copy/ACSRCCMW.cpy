      *****************************************************************
      **  MEMBER :  ACSRCCMW                                         **
      **  REMARKS:  RECORD LAYOUT FOR THE MATCHED EXISTING CLIENT    **
      **            CONTACT WORK FILE - ONE ROW PER UPLOADED OWNER   **
      **            OR INSURED THE CLIENT MATCH LINKED TO A CLIENT   **
      **            ON FILE, WITH THE CONTACT DETAILS THE            **
      **            APPLICATION CARRIES.  SORTED BY CLIENT ID FOR    **
      **            THE PROPOSAL STEP                                **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
318852**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       01  RCCMW-SEQ-REC-INFO.
           05  RCCMW-CLI-ID              PIC X(10).
           05  RCCMW-APP-ID              PIC X(15).
           05  RCCMW-SEQ-NUM             PIC X(02).
           05  RCCMW-POL-CLI-REL-TYP-CD  PIC X(10).
           05  RCCMW-SO-NUM              PIC X(03).
           05  RCCMW-BR-NUM              PIC X(03).
           05  RCCMW-CLI-SUR-NM          PIC X(25).
           05  RCCMW-CLI-GIV-NM          PIC X(25).
           05  RCCMW-CLI-BTH-DT          PIC X(10).
           05  RCCMW-CLI-ADDR-CD         PIC X(08).
           05  RCCMW-CLI-PSTL-CD         PIC X(08).
           05  RCCMW-CLI-ADDR-TXT        PIC X(72).
           05  RCCMW-CLI-PHON-NUM-TXT    PIC X(50).
           05  RCCMW-CLI-EMAIL-ADDR-CD   PIC X(50).
           05  FILLER                    PIC X(09).

      *****************************************************************
      **                 END OF COPYBOOK ACSRCCMW                    **
      *****************************************************************
