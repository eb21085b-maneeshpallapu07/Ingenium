      *****************************************************************
      **  MEMBER :  ACSDMVRT                                         **
      **  REMARKS:  FD FOR THE                                       **
      **            MVR THRESHOLD MASTER - FACE AMOUNT               **
      **            ABOVE WHICH A DRIVING RECORD IS ORDERED AND      **
      **            THE VIOLATION POINTS ABOVE WHICH IT IS REFERRED  **
      **            - ONE ROW PER PLAN, ALL-ASTERISK PLAN = DEFAULT  **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
951627**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       FD  MVRT-DATA-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RMVRT-SEQ-REC-INFO.

      *****************************************************************
      **                 END OF COPYBOOK ACSDMVRT                    **
      *****************************************************************
