      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
705248**  22AUG26  DEV    CREATED FOR VALUATION EXTRACT              **
572903**  15OCT26  DEV    IFRS 17 CONTRACT GROUP ON THE DETAIL       **
      *****************************************************************

       01  RVALX-SEQ-REC-INFO.
               10  RVALX-TBL-RATG-CD     PIC X(03).
               10  RVALX-XTRA-PCT        PIC 9(03)V9(02).
               10  RVALX-FLAT-XTRA-AMT   PIC 9(07)V9(02).
572903         10  RVALX-IFRS-GRP-INFO.
572903             15  RVALX-IFRS-PORTF-CD
572903                                   PIC X(04).
572903             15  RVALX-IFRS-COHORT-YR
572903                                   PIC X(04).
572903             15  RVALX-IFRS-PROF-GRP-CD
572903                                   PIC X(01).
           05  RVALX-TRAILER-DATA REDEFINES RVALX-DETAIL-DATA.
               10  RVALX-TRL-REC-CNT     PIC 9(09).
               10  RVALX-TRL-FACE-HASH   PIC 9(15)V9(02).
