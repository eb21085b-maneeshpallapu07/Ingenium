      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
562114**  22AUG26  DEV    CREATED FOR UPLOAD TABLE ARCHIVE RETRIEVAL **
715306**  15OCT26  DEV    ROW IMAGE WIDENED TO THE 1478-BYTE UPOL  **
715306**                   ROW (RECORD NOW 1517 BYTES)              **
      *****************************************************************

       01  RRSTR-SEQ-REC-INFO.
           05  RRSTR-TBL-ID                  PIC X(05).
           05  RRSTR-APP-ID                  PIC X(15).
           05  RRSTR-ARCHIVE-DT              PIC 9(08).
715306*    05  RRSTR-ROW-IMAGE               PIC X(1461).
715306     05  RRSTR-ROW-IMAGE               PIC X(1478).
           05  FILLER                        PIC X(11).

      *****************************************************************
