      **  RELEASE   DESCRIPTION                                      **
      **                                                             **
642193**  22AUG26   CREATED FOR SUBSTANDARD RATING UPLOAD            **
318274**  15OCT26   RATING TYPE R - REDUCED FACE OFFER - WITH THE     **
318274**            OFFERED FACE AMOUNT                              **
      *****************************************************************

       01  RURTG-REC-INFO.
               88  RURTG-RATG-TYP-TBL           VALUE 'T'.
               88  RURTG-RATG-TYP-FLAT          VALUE 'F'.
               88  RURTG-RATG-TYP-EXCL          VALUE 'E'.
318274         88  RURTG-RATG-TYP-RDCD-FACE     VALUE 'R'.
           05  RURTG-TBL-RATG-CD                PIC X(03).
           05  RURTG-XTRA-PCT                   PIC S9(03)V9(02)
                                                COMP-3.
           05  RURTG-FLAT-XTRA-DUR-YR-N         REDEFINES
               RURTG-FLAT-XTRA-DUR-YR           PIC 9(02).
           05  RURTG-EXCL-RIDR-TXT              PIC X(70).
318274*    FACE AMOUNT THE UNDERWRITER OFFERS ON A TYPE R ROW - THE UCVG
318274*    INITIAL COVERAGE AMOUNT STAYS THE AMOUNT APPLIED FOR.
318274     05  RURTG-OFR-FACE-AMT               PIC S9(13)V9(02) COMP-3.
318274     05  FILLER                           PIC X(02).

      *****************************************************************
      **                 END OF COPYBOOK ACFRURTG                    **
