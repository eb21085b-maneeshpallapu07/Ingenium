      *****************************************************************
      **  MEMBER :  ACPBWAIV                                         **
      **  REMARKS:  I/O ROUTINES FOR THE REQUIREMENT WAIVER LOG      **
      **            TABLE - EACH REQUEST IS BROKERED THROUGH THE     **
      **            ASIAWAIV / ASIBWAIV / ASICWAIV SQL I/O PROGRAMS  **
      **            SO THE CALLING PROGRAM CARRIES NO SQL OF ITS     **
      **            OWN.                                             **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
418639**  15OCT26  DEV    CREATED FOR ONLINE REQUIREMENT WAIVER      **
      *****************************************************************

      *----------------
       WAIV-1000-READ.
      *----------------

           SET  WWAIV-RQST-SELECT      TO TRUE.

           CALL 'ASIBWAIV' USING SQLCA
                                 WWAIV-IO-WORK-AREA
                                 RWAIV-REC-INFO.

       WAIV-1000-READ-X.
           EXIT.

      *------------------
       WAIV-1000-CREATE.
      *------------------

           SET  WWAIV-RQST-INIT-TBL-LAYOUT  TO TRUE.

           CALL 'ASICWAIV' USING WWAIV-IO-WORK-AREA
                                 RWAIV-REC-INFO.

       WAIV-1000-CREATE-X.
           EXIT.

      *----------------
       WAIV-1000-WRITE.
      *----------------

           SET  WWAIV-RQST-INSERT      TO TRUE.

           CALL 'ASIAWAIV' USING SQLCA
                                 WWAIV-IO-WORK-AREA
                                 RWAIV-REC-INFO.

       WAIV-1000-WRITE-X.
           EXIT.

      *-------------------
       WAIV-2000-REWRITE.
      *-------------------

           SET  WWAIV-RQST-UPDATE      TO TRUE.

           CALL 'ASIBWAIV' USING SQLCA
                                 WWAIV-IO-WORK-AREA
                                 RWAIV-REC-INFO.

       WAIV-2000-REWRITE-X.
           EXIT.

      *-------------------
       WAIV-1000-BROWSE.
      *-------------------

           SET  WWAIV-RQST-BROWSE      TO TRUE.

           CALL 'ASIBWAIV' USING SQLCA
                                 WWAIV-IO-WORK-AREA
                                 RWAIV-REC-INFO.

       WAIV-1000-BROWSE-X.
           EXIT.

      *----------------------
       WAIV-2000-READ-NEXT.
      *----------------------

           SET  WWAIV-RQST-FETCH-NEXT  TO TRUE.

           CALL 'ASIBWAIV' USING SQLCA
                                 WWAIV-IO-WORK-AREA
                                 RWAIV-REC-INFO.

       WAIV-2000-READ-NEXT-X.
           EXIT.

      *----------------------
       WAIV-3000-END-BROWSE.
      *----------------------

           SET  WWAIV-RQST-CLOSE-BROWSE-CUR TO TRUE.

           CALL 'ASIBWAIV' USING SQLCA
                                 WWAIV-IO-WORK-AREA
                                 RWAIV-REC-INFO.

       WAIV-3000-END-BROWSE-X.
           EXIT.

      *****************************************************************
      **                 END OF COPYBOOK ACPBWAIV                    **
      *****************************************************************

