      *****************************************************************
      **  MEMBER :  ACPBTCOV                                         **
      **  REMARKS:  I/O ROUTINES FOR THE TEMPORARY COVERAGE REGISTER **
      **            TABLE - EACH REQUEST IS BROKERED THROUGH THE     **
      **            ASIATCOV / ASIBTCOV / ASICTCOV SQL I/O PROGRAMS  **
      **            SO THE CALLING PROGRAM CARRIES NO SQL OF ITS     **
      **            OWN.                                             **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
693057**  15OCT26  DEV    CREATED FOR TEMPORARY COVERAGE REGISTER    **
      *****************************************************************

      *----------------
       TCOV-1000-READ.
      *----------------

           SET  WTCOV-RQST-SELECT      TO TRUE.

           CALL 'ASIBTCOV' USING SQLCA
                                 WTCOV-IO-WORK-AREA
                                 RTCOV-REC-INFO.

       TCOV-1000-READ-X.
           EXIT.

      *------------------
       TCOV-1000-CREATE.
      *------------------

           SET  WTCOV-RQST-INIT-TBL-LAYOUT  TO TRUE.

           CALL 'ASICTCOV' USING WTCOV-IO-WORK-AREA
                                 RTCOV-REC-INFO.

       TCOV-1000-CREATE-X.
           EXIT.

      *----------------
       TCOV-1000-WRITE.
      *----------------

           SET  WTCOV-RQST-INSERT      TO TRUE.

           CALL 'ASIATCOV' USING SQLCA
                                 WTCOV-IO-WORK-AREA
                                 RTCOV-REC-INFO.

       TCOV-1000-WRITE-X.
           EXIT.

      *-------------------
       TCOV-2000-REWRITE.
      *-------------------

           SET  WTCOV-RQST-UPDATE      TO TRUE.

           CALL 'ASIBTCOV' USING SQLCA
                                 WTCOV-IO-WORK-AREA
                                 RTCOV-REC-INFO.

       TCOV-2000-REWRITE-X.
           EXIT.

      *-------------------
       TCOV-1000-BROWSE.
      *-------------------

           SET  WTCOV-RQST-BROWSE      TO TRUE.

           CALL 'ASIBTCOV' USING SQLCA
                                 WTCOV-IO-WORK-AREA
                                 RTCOV-REC-INFO.

       TCOV-1000-BROWSE-X.
           EXIT.

      *----------------------
       TCOV-2000-READ-NEXT.
      *----------------------

           SET  WTCOV-RQST-FETCH-NEXT  TO TRUE.

           CALL 'ASIBTCOV' USING SQLCA
                                 WTCOV-IO-WORK-AREA
                                 RTCOV-REC-INFO.

       TCOV-2000-READ-NEXT-X.
           EXIT.

      *----------------------
       TCOV-3000-END-BROWSE.
      *----------------------

           SET  WTCOV-RQST-CLOSE-BROWSE-CUR TO TRUE.

           CALL 'ASIBTCOV' USING SQLCA
                                 WTCOV-IO-WORK-AREA
                                 RTCOV-REC-INFO.

       TCOV-3000-END-BROWSE-X.
           EXIT.

      *****************************************************************
      **                 END OF COPYBOOK ACPBTCOV                    **
      *****************************************************************

