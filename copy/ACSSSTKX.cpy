      *****************************************************************
      **  MEMBER :  ACSSSTKX                                         **
      **  REMARKS:  SELECT/ASSIGN CLAUSE FOR THE                     **
      **            UNUSED APPLICATION STICKER REPORT EXTRACT -      **
      **            ONE ROW PER RUN OF ISSUED STICKERS STILL UNUSED  **
      **            PAST THE AUDIT AGE                               **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
756318**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

           SELECT  STKX-DATA-FILE  ASSIGN       TO ACSSTKX
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS  IS
                                       WSTKX-SEQ-FILE-STATUS.

      *****************************************************************
      **                 END OF COPYBOOK ACSSSTKX                    **
      *****************************************************************
