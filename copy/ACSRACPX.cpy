      *****************************************************************
      **  MEMBER :  ACSRACPX                                         **
      **  REMARKS:  RECORD LAYOUT FOR THE ADDRESS/CONTACT CHANGE     **
      **            PROPOSAL FILE.  AN H ROW PER MATCHED CLIENT      **
      **            WHOSE APPLICATION CARRIES A NEWER ADDRESS,       **
      **            PHONE OR EMAIL THAN THE CLIENT FILE, HOLDING     **
      **            BOTH VERSIONS, FOLLOWED BY A P ROW PER IN-FORCE  **
      **            POLICY OF THE CLIENT THE CHANGE WOULD REACH.     **
      **            THE STATUS STAYS PENDING UNTIL THE BRANCH        **
      **            CONFIRMS OR REJECTS THE CHANGE                   **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
318852**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       01  RACPX-SEQ-REC-INFO.
           05  RACPX-REC-TYP-CD          PIC X(01).
               88  RACPX-REC-TYP-HDR           VALUE 'H'.
               88  RACPX-REC-TYP-POL           VALUE 'P'.
           05  RACPX-CLI-ID              PIC X(10).
           05  RACPX-APP-ID              PIC X(15).
           05  RACPX-PROP-DT             PIC X(08).
           05  RACPX-PROP-STAT-CD        PIC X(01).
               88  RACPX-PROP-PENDING          VALUE 'P'.
               88  RACPX-PROP-CONFIRMED        VALUE 'C'.
               88  RACPX-PROP-REJECTED         VALUE 'R'.
           05  RACPX-SO-NUM              PIC X(03).
           05  RACPX-BR-NUM              PIC X(03).
           05  RACPX-DETAIL-INFO         PIC X(400).
           05  RACPX-HDR-INFO            REDEFINES
               RACPX-DETAIL-INFO.
               10  RACPX-ADDR-CHG-IND    PIC X(01).
                   88  RACPX-ADDR-CHG          VALUE 'Y'.
               10  RACPX-PHON-CHG-IND    PIC X(01).
                   88  RACPX-PHON-CHG          VALUE 'Y'.
               10  RACPX-EMAIL-CHG-IND   PIC X(01).
                   88  RACPX-EMAIL-CHG         VALUE 'Y'.
               10  RACPX-OLD-CONTACT.
                   15  RACPX-OLD-ADDR-CD       PIC X(08).
                   15  RACPX-OLD-PSTL-CD       PIC X(08).
                   15  RACPX-OLD-ADDR-TXT      PIC X(72).
                   15  RACPX-OLD-PHON-NUM-TXT  PIC X(50).
                   15  RACPX-OLD-EMAIL-ADDR-CD PIC X(50).
               10  RACPX-NEW-CONTACT.
                   15  RACPX-NEW-ADDR-CD       PIC X(08).
                   15  RACPX-NEW-PSTL-CD       PIC X(08).
                   15  RACPX-NEW-ADDR-TXT      PIC X(72).
                   15  RACPX-NEW-PHON-NUM-TXT  PIC X(50).
                   15  RACPX-NEW-EMAIL-ADDR-CD PIC X(50).
               10  RACPX-POL-CNT         PIC 9(03).
               10  RACPX-DECSN-USER-ID   PIC X(08).
               10  RACPX-DECSN-DT        PIC X(08).
               10  FILLER                PIC X(02).
           05  RACPX-POL-INFO            REDEFINES
               RACPX-DETAIL-INFO.
               10  RACPX-POL-ID          PIC X(10).
               10  RACPX-POL-CLI-REL-CD  PIC X(02).
               10  RACPX-POL-STAT-CD     PIC X(01).
               10  FILLER                PIC X(387).
           05  FILLER                    PIC X(09).

      *****************************************************************
      **                 END OF COPYBOOK ACSRACPX                    **
      *****************************************************************
