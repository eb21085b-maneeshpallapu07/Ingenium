MP270A**  17MAR16  FIELD ADDED AS PART OF E-POS APPLICATION XML      **
UYS002**  27FEB21  FIELD ADDED AS PART OF COLI                       **
TL0291**  20OCT21  CTS    TLB041 - BENE NAME LENGTH INCREASE         **
481736**  15OCT26  DEV    ADD CUSTODIAN / TRUST DESIGNATION FOR A    **
481736**                  MINOR BENEFICIARY                          **
      *****************************************************************

       01  RUBEN-REC-INFO.
UYS002     05  RUBEN-BNFY-REL-TYP-CD            PIC X(02).
UYS002         88 RUBEN-BNFY-REL-PLCYHLDR       VALUE 'PH'.
UYS002         88 RUBEN-BNFY-REL-INSURED        VALUE 'S'.
481736     05  RUBEN-BNFY-CSTDN-TYP-CD          PIC X(01).
481736         88  RUBEN-BNFY-CSTDN-CUSTODIAN   VALUE 'C'.
481736         88  RUBEN-BNFY-CSTDN-TRUST       VALUE 'T'.
481736         88  RUBEN-BNFY-CSTDN-NONE        VALUE ' '.
481736     05  RUBEN-BNFY-CSTDN-REF-ID          PIC X(15).
481736*    05  FILLER                           PIC X(20).
481736     05  FILLER                           PIC X(04).


      *****************************************************************
