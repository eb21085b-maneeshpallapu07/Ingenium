      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
562114**  22AUG26  DEV    CREATED FOR UPLOAD TABLE ARCHIVE SWEEP     **
715306**  15OCT26  DEV    ROW IMAGE WIDENED TO THE 1478-BYTE UPOL  **
715306**                   ROW (RECORD NOW 1517 BYTES)              **
      *****************************************************************

       01  RARCV-SEQ-REC-INFO.
642193         88  RARCV-TBL-URTG                  VALUE 'URTG '.
           05  RARCV-APP-ID                  PIC X(15).
           05  RARCV-ARCHIVE-DT              PIC 9(08).
715306*    05  RARCV-ROW-IMAGE               PIC X(1461).
715306     05  RARCV-ROW-IMAGE               PIC X(1478).
           05  FILLER                        PIC X(11).

      *****************************************************************
