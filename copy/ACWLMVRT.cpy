      *****************************************************************
      **  MEMBER :  ACWLMVRT                                         **
      **  REMARKS:  PARAMETER AREA FOR THE ASRUMVRT MVR THRESHOLD    **
      **            SUBPROGRAM.  THE CALLER SUPPLIES THE PLAN; THE   **
      **            SUBPROGRAM RETURNS THE FACE AMOUNT ABOVE WHICH   **
      **            A DRIVING RECORD IS ORDERED AND THE VIOLATION    **
      **            POINTS ABOVE WHICH A RESULT IS REFERRED, FROM    **
      **            THE PLAN'S MVRT ROW OR ELSE THE DEFAULT ROW.     **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
951627**  15OCT26  DEV    CREATED FOR MVR ORDERING                   **
      *****************************************************************

       01  LMVRT-PARM-AREA.
           05  LMVRT-PLAN-ID                 PIC X(15).
           05  LMVRT-FACE-THRSHLD-AMT        PIC S9(13)V9(02) COMP-3.
           05  LMVRT-VIOL-PT-THRSHLD         PIC 9(03).
           05  LMVRT-RETURN-CD               PIC X(02).
               88  LMVRT-PLAN-ROW-FOUND            VALUE '00'.
               88  LMVRT-DEFAULT-ROW-USED          VALUE '01'.
               88  LMVRT-NO-ROW-FOUND              VALUE '02'.

      *****************************************************************
      **                 END OF COPYBOOK ACWLMVRT                    **
      *****************************************************************
