26878B**  11APR23  CTS    ENHANCE CONTROL OVER ELDERLY & SPECIFIC    **
26878B**                  POLICY (PHASE 2)                           **
35248C**  09AUG26  DEV    ADD OTHER-INSURANCE REPLACEMENT INDICATOR  **
427063**  15OCT26  DEV    ADD MARKETING CONSENT BY CHANNEL AND THE   **
427063**                  CONSENT DATE                               **
384726**  15OCT26  DEV    ADD PRE-UNDERWRITING OPINION REFERENCE     **
      *****************************************************************

       01  RUCLI-REC-INFO.
35248C     05  RUCLI-OTHR-INS-REPL-IND          PIC X(01).
35248C         88  RUCLI-OTHR-INS-REPL          VALUE 'Y'.
35248C         88  RUCLI-OTHR-INS-REPL-NO       VALUE 'N'.
427063     05  RUCLI-MAIL-CNSNT-IND             PIC X(01).
427063         88  RUCLI-MAIL-CNSNT-YES         VALUE 'Y'.
427063         88  RUCLI-MAIL-CNSNT-NO          VALUE 'N'.
427063     05  RUCLI-PHON-CNSNT-IND             PIC X(01).
427063         88  RUCLI-PHON-CNSNT-YES         VALUE 'Y'.
427063         88  RUCLI-PHON-CNSNT-NO          VALUE 'N'.
427063     05  RUCLI-EMAIL-CNSNT-IND            PIC X(01).
427063         88  RUCLI-EMAIL-CNSNT-YES        VALUE 'Y'.
427063         88  RUCLI-EMAIL-CNSNT-NO         VALUE 'N'.
427063     05  RUCLI-AFFL-SHR-CNSNT-IND         PIC X(01).
427063         88  RUCLI-AFFL-SHR-CNSNT-YES     VALUE 'Y'.
427063         88  RUCLI-AFFL-SHR-CNSNT-NO      VALUE 'N'.
427063     05  RUCLI-CNSNT-DT                   PIC X(10).
IPDDUP*    05  FILLER                           PIC X(20).
427063*    05  FILLER                           PIC X(06).
384726*    REFERENCE OF THE PRELIMINARY UNDERWRITING OPINION GIVEN ON
384726*    THIS INSURED BEFORE THE APPLICATION WAS TAKEN (TPUWR) -
384726*    QUOTED WITH RUCLI-PRE-UW-IND.
384726     05  RUCLI-PRE-UW-REF-NUM             PIC X(06).

      *****************************************************************
      **                 END OF COPYBOOK ACFRUCLI                    **
