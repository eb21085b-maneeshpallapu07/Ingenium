694135**  22AUG26  DEV    CREATED FOR SAVE-AGE WATCH REPORT          **
992397**  02SEP26  DEV    WAREKI NEXT-BIRTHDAY DATE - RECORD         **
992397**                  EXTENDED TO 110 BYTES                      **
317846**  15OCT26  DEV    REGION OF THE RESOLVED SALES OFFICE        **
      *****************************************************************

       01  RSAGX-SEQ-REC-INFO.
           05  RSAGX-SO-NUM              PIC X(03).
           05  RSAGX-SALES-REP-NUM       PIC X(06).
992397     05  RSAGX-NEXT-BDAY-WAREKI    PIC X(09).
317846     05  RSAGX-RGN-CD              PIC X(03).
317846     05  FILLER                    PIC X(01).

      *****************************************************************
      **                 END OF COPYBOOK ACSRSAGX                    **
