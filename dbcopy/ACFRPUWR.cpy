      *****************************************************************
      **  MEMBER :  ACFRPUWR                                         **
      **  REMARKS:  PRE-UNDERWRITING OPINION REGISTER TABLE LAYOUT.  **
      **            ONE ROW PER COMPANY AND REFERENCE NUMBER GIVEN   **
      **            TO THE AGENT WITH A PRELIMINARY UNDERWRITING     **
      **            OPINION ON A CASE BEFORE THE APPLICATION WAS     **
      **            TAKEN - THE PROPOSED INSURED, THE OFFER          **
      **            (STANDARD, RATED, EXCLUSION OR DECLINE), THE     **
      **            HIGHEST FACE THE OPINION COVERS AND THE DATE IT  **
      **            IS VALID TO. RECORDED ON THE ASOM2200            **
      **            TRANSACTION; LINKED TO THE APPLICATION THAT      **
      **            QUOTES THE REFERENCE BY THE ASRUPUWR IMPORT      **
      **            EDIT, WHICH RECORDS WHETHER THE OPINION WAS      **
      **            HONORED OR THE CASE REFERRED.                    **
      **  LENGTH :  227                                              **
      *****************************************************************
      **  RELEASE  AUTH DESCRIPTION                                  **
      **                                                             **
384726**  15OCT26  DEV  CREATED FOR PRE-UNDERWRITING OPINION REGISTER**
      *****************************************************************

       01  RPUWR-REC-INFO.
           05  RPUWR-KEY.
               10  RPUWR-CO-ID                  PIC X(02).
               10  RPUWR-REF-NUM                PIC X(06).
           05  RPUWR-INSRD-SUR-NM               PIC X(25).
           05  RPUWR-INSRD-GIV-NM               PIC X(25).
           05  RPUWR-INSRD-BTH-DT               PIC X(10).
           05  RPUWR-OFFER-CD                   PIC X(01).
               88  RPUWR-OFFER-STD              VALUE 'S'.
               88  RPUWR-OFFER-RATED            VALUE 'R'.
               88  RPUWR-OFFER-EXCL             VALUE 'E'.
               88  RPUWR-OFFER-DECLINE          VALUE 'D'.
               88  RPUWR-OFFER-VALID            VALUE 'S' 'R' 'E' 'D'.
           05  RPUWR-TBL-RATG-CD                PIC X(03).
           05  RPUWR-EXCL-RIDR-TXT              PIC X(70).
           05  RPUWR-MAX-FACE-AMT               PIC 9(13).
           05  RPUWR-OPIN-DT                    PIC X(10).
           05  RPUWR-VALID-TO-DT                PIC X(10).
           05  RPUWR-UW-USER-ID                 PIC X(08).
           05  RPUWR-APP-ID                     PIC X(15).
           05  RPUWR-LINK-DT                    PIC X(10).
           05  RPUWR-DECSN-CD                   PIC X(01).
               88  RPUWR-DECSN-NONE             VALUE ' '.
               88  RPUWR-DECSN-HONORED          VALUE 'H'.
               88  RPUWR-DECSN-REFERRED         VALUE 'R'.
           05  RPUWR-UPDT-USER-ID               PIC X(08).
           05  RPUWR-UPDT-DT                    PIC X(10).

      *****************************************************************
      **                 END OF COPYBOOK ACFRPUWR                    **
      *****************************************************************
