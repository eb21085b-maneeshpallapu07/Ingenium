      *****************************************************************
      **  MEMBER :  ACSSMVRT                                         **
      **  REMARKS:  SELECT/ASSIGN CLAUSE FOR THE                     **
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

           SELECT  MVRT-DATA-FILE  ASSIGN       TO ACSMVRT
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS  IS
                                       WMVRT-SEQ-FILE-STATUS.

      *****************************************************************
      **                 END OF COPYBOOK ACSSMVRT                    **
      *****************************************************************
