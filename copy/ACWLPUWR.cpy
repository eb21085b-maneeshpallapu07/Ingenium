      *****************************************************************
      **  MEMBER :  ACWLPUWR                                         **
      **  REMARKS:  PARAMETER AREA FOR THE ASRUPUWR PRE-UNDERWRITING **
      **            OPINION EDIT SUBPROGRAM.  THE CALLER SUPPLIES    **
      **            THE COMPANY, THE OPINION REFERENCE QUOTED ON THE **
      **            APPLICATION, THE APPLICATION, THE INSURED, THE   **
      **            FACE APPLIED FOR, WHETHER THE APPLICATION        **
      **            CARRIES A TABLE/FLAT RATING OR AN EXCLUSION      **
      **            RIDER, AND THE DATE TO CHECK VALIDITY AT; THE    **
      **            SUBPROGRAM RETURNS THE OPINION AND THE DECISION  **
      **            - HONOR IT, OR REFER THE CASE AND WHY.           **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
384726**  15OCT26  DEV    CREATED FOR PRE-UNDERWRITING OPINION       **
384726**                  REGISTER                                   **
      *****************************************************************

       01  LPUWR-PARM-AREA.
           05  LPUWR-CO-ID                   PIC X(02).
           05  LPUWR-REF-NUM                 PIC X(06).
           05  LPUWR-APP-ID                  PIC X(15).
           05  LPUWR-INSRD-SUR-NM            PIC X(25).
           05  LPUWR-INSRD-GIV-NM            PIC X(25).
           05  LPUWR-INSRD-BTH-DT            PIC X(10).
           05  LPUWR-APPL-FACE-AMT           PIC 9(13).
           05  LPUWR-APPL-RATED-IND          PIC X(01).
               88  LPUWR-APPL-RATED                VALUE 'Y'.
           05  LPUWR-APPL-EXCL-IND           PIC X(01).
               88  LPUWR-APPL-EXCL                 VALUE 'Y'.
           05  LPUWR-CHK-DT                  PIC X(10).
           05  LPUWR-OFFER-CD                PIC X(01).
               88  LPUWR-OFFER-STD                 VALUE 'S'.
               88  LPUWR-OFFER-RATED               VALUE 'R'.
               88  LPUWR-OFFER-EXCL                VALUE 'E'.
               88  LPUWR-OFFER-DECLINE             VALUE 'D'.
           05  LPUWR-TBL-RATG-CD             PIC X(03).
           05  LPUWR-MAX-FACE-AMT            PIC 9(13).
           05  LPUWR-VALID-TO-DT             PIC X(10).
           05  LPUWR-LINKED-APP-ID           PIC X(15).
           05  LPUWR-RETURN-CD               PIC X(02).
               88  LPUWR-HONORED                   VALUE '00'.
               88  LPUWR-NOT-ON-REGISTER           VALUE '01'.
               88  LPUWR-INSRD-MISMATCH            VALUE '02'.
               88  LPUWR-EXPIRED                   VALUE '03'.
               88  LPUWR-LINKED-OTHER-APP          VALUE '04'.
               88  LPUWR-FACE-OVER-OPINION         VALUE '05'.
               88  LPUWR-CLASS-BETTER-THAN-OPIN    VALUE '06'.
               88  LPUWR-OPINION-DECLINE           VALUE '07'.
               88  LPUWR-NOT-SUPPLIED              VALUE '08'.
               88  LPUWR-IO-ERROR                  VALUE '09'.
               88  LPUWR-REFER                     VALUE '01' THRU '07'.

      *****************************************************************
      **                 END OF COPYBOOK ACWLPUWR                    **
      *****************************************************************
