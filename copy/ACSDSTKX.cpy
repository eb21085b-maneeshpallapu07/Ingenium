      *****************************************************************
      **  MEMBER :  ACSDSTKX                                         **
      **  REMARKS:  FD FOR THE                                       **
      **            UNUSED APPLICATION STICKER REPORT EXTRACT -      **
      **            ONE ROW PER RUN OF ISSUED STICKERS STILL UNUSED  **
      **            PAST THE AUDIT AGE                               **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
756318**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       FD  STKX-DATA-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RSTKX-SEQ-REC-INFO.

      *****************************************************************
      **                 END OF COPYBOOK ACSDSTKX                    **
      *****************************************************************
