      **                                                             **
462118**  22AUG26  DEV    CREATED FOR CORRESPONDENCE GENERATION      **
901397**  02SEP26  DEV    CWA SHORTAGE LETTER TYPE S                 **
386274**  15OCT26  DEV    CARD PAYMENT FAILURE LETTER TYPE P         **
481736**  15OCT26  DEV    MINOR BENEFICIARY CUSTODIAN DESIGNATION    **
481736**                  LETTER TYPE M                              **
      *****************************************************************

       01  RCORR-SEQ-REC-INFO.
               88  RCORR-LETTER-CHASE              VALUE 'C'.
               88  RCORR-LETTER-ISSUE-CNFRM        VALUE 'I'.
901397         88  RCORR-LETTER-CWA-SHORTAGE       VALUE 'S'.
386274         88  RCORR-LETTER-PMT-FAIL           VALUE 'P'.
481736         88  RCORR-LETTER-MINR-CSTDN         VALUE 'M'.
           05  RCORR-TMPL-ID                 PIC X(08).
           05  RCORR-APP-ID                  PIC X(15).
           05  RCORR-POL-ID                  PIC X(10).
