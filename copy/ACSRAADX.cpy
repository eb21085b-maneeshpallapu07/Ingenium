      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                         **
529684**  22AUG26  DEV    CREATED FOR STRAIGHT-THROUGH DECISION  **
384726**  15OCT26  DEV    ADD PRE-UNDERWRITING OPINION HONORED   **
      *****************************************************************

       01  RAADX-SEQ-REC-INFO.
           05  RAADX-DECSN-DT                PIC 9(08).
           05  RAADX-DECSN-CD                PIC X(01).
               88  RAADX-DECSN-APPRV-STD           VALUE 'S'.
384726         88  RAADX-DECSN-PRE-UW-HONOR        VALUE 'P'.
384726     05  RAADX-PRE-UW-REF-NUM          PIC X(06).
384726*    05  FILLER                        PIC X(33).
384726     05  FILLER                        PIC X(27).

      *****************************************************************
      **                 END OF COPYBOOK ACSRAADX                **
