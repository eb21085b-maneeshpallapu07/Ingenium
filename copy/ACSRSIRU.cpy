      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                         **
692483**  22AUG26  DEV    CREATED FOR SIR FULFILLMENT MATCHING   **
951627**  15OCT26  DEV    CLIENT ID FOR CLIENT-LEVEL             **
951627**                  REQUIREMENTS (MVR MATCHING, ASBM9512)  **
418639**  15OCT26  DEV    'W' RECORDS REPORT A REQUIREMENT       **
418639**                  WAIVED ONLINE (TWAIV, ASOM2190)        **
      *****************************************************************

       01  RSIRU-SEQ-REC-INFO.
               88  RSIRU-REC-TYP-COMPLETE          VALUE 'C'.
               88  RSIRU-REC-TYP-UNMATCHED         VALUE 'U'.
               88  RSIRU-REC-TYP-AGED              VALUE 'A'.
418639         88  RSIRU-REC-TYP-WAIVED            VALUE 'W'.
           05  RSIRU-APP-ID                  PIC X(15).
           05  RSIRU-REQIR-CODE              PIC X(05).
           05  RSIRU-VENDOR-ID               PIC X(08).
           05  RSIRU-RESULT-DT               PIC X(08).
           05  RSIRU-AGE-DAYS                PIC 9(03).
951627*    05  FILLER                        PIC X(80).
951627     05  RSIRU-CLI-ID                  PIC X(10).
951627     05  FILLER                        PIC X(70).

      *****************************************************************
      **                 END OF COPYBOOK ACSRSIRU                **
