      *****************************************************************
      **  MEMBER :  ACSRMVRT                                         **
      **  REMARKS:  RECORD LAYOUT FOR THE MVR THRESHOLD MASTER -     **
      **            ONE ROW PER PLAN (ALL ASTERISKS = DEFAULT FOR    **
      **            PLANS WITHOUT A ROW).  A ZERO FACE THRESHOLD     **
      **            ORDERS ON THE HAZARDOUS-DRIVING ANSWER ONLY      **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
951627**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       01  RMVRT-SEQ-REC-INFO.
           05  RMVRT-PLAN-ID                 PIC X(15).
               88  RMVRT-PLAN-DEFAULT              VALUE ALL '*'.
           05  RMVRT-FACE-THRSHLD-AMT        PIC 9(13)V9(02).
           05  RMVRT-VIOL-PT-THRSHLD         PIC 9(03).
           05  FILLER                        PIC X(47).

      *****************************************************************
      **                 END OF COPYBOOK ACSRMVRT                    **
      *****************************************************************
