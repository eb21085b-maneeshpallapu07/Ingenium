      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
562114**  22AUG26  DEV    CREATED FOR UPLOAD TABLE ARCHIVE RETRIEVAL **
715306**  15OCT26  DEV    RECORD LENGTH 1517 FOR THE WIDER UPOL    **
715306**                   ROW IMAGE                                **
      *****************************************************************

       FD  RSTR-DATA-FILE
           LABEL RECORDS ARE STANDARD
715306*    RECORD CONTAINS 1500 CHARACTERS
715306     RECORD CONTAINS 1517 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RRSTR-SEQ-REC-INFO.

