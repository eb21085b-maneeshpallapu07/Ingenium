874156**  23AUG26   ADDED CONVERSION DATE, STAMPED WHEN THE POLICY    **
874156**             NUMBER IS ASSIGNED, SO THE OUTBOUND FEEDS CAN    **
874156**             SELECT ONLY THE RUN'S CONVERSIONS                **
846173**  15OCT26   ADDED ISSUE LOCATION, STAMPED WITH THE CONVERSION **
846173**             DATE, FOR THE QUARTERLY PREMIUM TAX ALLOCATION   **
938214**  15OCT26   ADDED OVERSEAS TRAVEL DESTINATION COUNTRY FOR THE **
938214**             COUNTRY RISK UNDERWRITING EDIT                   **
604718**  15OCT26   ADDED INSURED CONSENT INDICATOR AND BUSINESS      **
604718**             PURPOSE CODE FOR CORPORATE-OWNED APPLICATIONS    **
529417**  15OCT26   ADDED SALES MATERIAL COMPLIANCE APPROVAL NUMBER,  **
529417**             EDITED AGAINST THE APPROVED SALES MATERIAL       **
529417**             REGISTRY                                         **
263951**  15OCT26   ADDED FAMILY ATTENDANCE INDICATOR AND SECOND      **
263951**             INTERVIEW DATE FOR THE ELDERLY APPLICANT EDIT    **
      *****************************************************************

       01  RUPOL-REC-INFO.
874156*    SPACES UNTIL CONVERSION - THE OUTBOUND FEEDS SELECT ON
874156*    THIS DATE SO ONLY THE RUN'S CONVERSIONS ARE FED.
874156     05  RUPOL-POL-CNV-DT                 PIC X(10).
846173*    ISSUE LOCATION (JURISDICTION) OF THE POLICY, STAMPED WITH
846173*    THE CONVERSION DATE - PREMIUM TAX IS ALLOCATED ON IT.
846173     05  RUPOL-POL-ISS-LOC-CD             PIC X(02).
846173*    05  FILLER                           PIC X(10).
938214*    DESTINATION COUNTRY OF THE OVERSEAS TRAVEL REPORTED UNDER
938214*    RUPOL-OVRSEAS-TRAV-IND - RATED AGAINST THE COUNTRY RISK
938214*    MASTER AT IMPORT.
938214     05  RUPOL-OVRSEAS-TRAV-CTRY-CD       PIC X(02).
846173*    05  FILLER                           PIC X(08).
604718*    WHEN A COMPANY OWNS THE POLICY ON AN INDIVIDUAL'S LIFE THE
604718*    INSURED'S WRITTEN CONSENT MUST BE ON FILE AND THE BUSINESS
604718*    PURPOSE OF THE COVER DECLARED - KEY PERSON COVER IS CAPPED
604718*    AT A MULTIPLE OF THE INSURED'S SALARY.
604718     05  RUPOL-INSRD-CNSNT-IND            PIC X(01).
604718         88  RUPOL-INSRD-CNSNT-YES        VALUE 'Y'.
604718         88  RUPOL-INSRD-CNSNT-NO         VALUE 'N' ' '.
604718     05  RUPOL-CORP-BUS-PURP-CD           PIC X(01).
604718         88  RUPOL-CORP-BUS-PURP-KEY      VALUE 'K'.
604718         88  RUPOL-CORP-BUS-PURP-RETR     VALUE 'R'.
604718         88  RUPOL-CORP-BUS-PURP-BUYSELL  VALUE 'B'.
604718         88  RUPOL-CORP-BUS-PURP-VALID    VALUE 'K' 'R' 'B'.
938214*    05  FILLER                           PIC X(06).
604718*    05  FILLER                           PIC X(04).
529417*    COMPLIANCE APPROVAL NUMBER PRINTED ON THE SALES MATERIAL
529417*    USED IN THE SALE (RUPOL-APPROV-NUM-IND = 'Y'), EDITED
529417*    AGAINST THE APPROVED SALES MATERIAL REGISTRY (ASRUSMAT).
529417     05  RUPOL-SLS-MATL-APPRV-NUM         PIC X(10).
263951*    AN INSURED OR OWNER AT OR OVER THE ELDERLY AGE THRESHOLD
263951*    MUST HAVE HAD A FAMILY MEMBER PRESENT AT THE SALE OR A
263951*    SECOND MEETING WITH THE AGENT BEFORE THE POLICY CAN ISSUE.
263951     05  RUPOL-ELDR-FMLY-ATTND-IND        PIC X(01).
263951         88  RUPOL-ELDR-FMLY-ATTND-YES    VALUE 'Y'.
263951         88  RUPOL-ELDR-FMLY-ATTND-NO     VALUE 'N' ' '.
263951     05  RUPOL-ELDR-2ND-INTVW-DT          PIC X(10).

      *****************************************************************
      **                 END OF COPYBOOK ACFRUPOL                    **
