      *****************************************************************
      **  MEMBER :  ACSRARCT                                         **
      **  REMARKS:  RECORD LAYOUT FOR THE TOKENIZED UPLOAD ARCHIVE   **
      **            FILE.  SAME LAYOUT AS THE ARCV ARCHIVE - THE     **
      **            CONVERTED GENERATION IS CATALOGUED AS THE        **
      **            NEXT ARCV GENERATION AND READ BY THE RESTORE AND **
      **            ACCESS REQUEST JOBS UNCHANGED.                   **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
864217**  15OCT26  DEV    CREATED FOR BANK ACCOUNT TOKENIZATION      **
      *****************************************************************

       01  RARCT-SEQ-REC-INFO.
           05  RARCT-TBL-ID                  PIC X(05).
           05  RARCT-APP-ID                  PIC X(15).
           05  RARCT-ARCHIVE-DT              PIC 9(08).
           05  RARCT-ROW-IMAGE               PIC X(1478).
           05  FILLER                        PIC X(11).

      *****************************************************************
      **                 END OF COPYBOOK ACSRARCT                    **
      *****************************************************************
