      **  RELEASE  AUTH DESCRIPTION                                  **
      **                                                             **
573904**  22AUG26  DEV  CREATED FOR CONSOLIDATED WORK QUEUE          **
927461**  15OCT26  DEV  ADD RETURNED-MAIL HOLD TYPE                  **
951627**  15OCT26  DEV  ADD MVR UNDERWRITER REFERRAL HOLD TYPE        **
318852**  15OCT26  DEV  ADD CARD DECLINE, SELF-WRITTEN, CORPORATE-    **
318852**                OWNED AND ADDRESS CHANGE HOLD TYPES          **
263951**  15OCT26  DEV  ADD ELDERLY APPLICANT EVIDENCE AND PRE-ISSUE **
263951**                CONFIRMATION CALL HOLD TYPES                 **
481736**  15OCT26  DEV  ADD MINOR BENEFICIARY CUSTODIAN HOLD TYPE    **
      *****************************************************************

       01  RWQUE-REC-INFO.
                   88  RWQUE-HOLD-CNVR-RECON    VALUE 'RC'.
                   88  RWQUE-HOLD-AGT-LIC       VALUE 'AG'.
                   88  RWQUE-HOLD-PRENOTE       VALUE 'PN'.
927461             88  RWQUE-HOLD-RTRN-MAIL     VALUE 'RM'.
951627             88  RWQUE-HOLD-MVR-REFER     VALUE 'MV'.
318852             88  RWQUE-HOLD-CARD-DECLINE  VALUE 'CD'.
318852             88  RWQUE-HOLD-SELF-WRITTEN  VALUE 'SW'.
318852             88  RWQUE-HOLD-CORP-OWNED    VALUE 'CP'.
318852             88  RWQUE-HOLD-ADDR-CHG      VALUE 'AD'.
263951             88  RWQUE-HOLD-ELDR-EVID     VALUE 'EA'.
263951             88  RWQUE-HOLD-ELDR-CALL     VALUE 'EC'.
481736             88  RWQUE-HOLD-MINR-CSTDN    VALUE 'MC'.
           05  RWQUE-SEVRTY-CD                  PIC X(01).
               88  RWQUE-SEVRTY-HIGH            VALUE 'H'.
               88  RWQUE-SEVRTY-MEDIUM          VALUE 'M'.
