      **                                                             **
462118**  22AUG26  DEV    CREATED FOR CORRESPONDENCE GENERATION      **
901397**  02SEP26  DEV    CWA SHORTAGE LETTER TYPE S                 **
386274**  15OCT26  DEV    CARD PAYMENT FAILURE LETTER TYPE P         **
481736**  15OCT26  DEV    MINOR BENEFICIARY CUSTODIAN DESIGNATION    **
481736**                  LETTER TYPE M                              **
      *****************************************************************

       01  RLTMP-SEQ-REC-INFO.
               88  RLTMP-LETTER-CHASE              VALUE 'C'.
               88  RLTMP-LETTER-ISSUE-CNFRM        VALUE 'I'.
901397         88  RLTMP-LETTER-CWA-SHORTAGE       VALUE 'S'.
386274         88  RLTMP-LETTER-PMT-FAIL           VALUE 'P'.
481736         88  RLTMP-LETTER-MINR-CSTDN         VALUE 'M'.
           05  RLTMP-TMPL-ID                 PIC X(08).
           05  RLTMP-PARA-SEQ-NUM            PIC 9(02).
           05  RLTMP-PARA-TXT                PIC X(60).
