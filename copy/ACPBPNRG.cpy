      *****************************************************************
      **  MEMBER :  ACPBPNRG                                         **
      **  REMARKS:  I/O ROUTINES FOR THE POLICY NUMBER RANGE       **
      **            TABLE - EACH REQUEST IS BROKERED THROUGH THE     **
      **            ASIAPNRG / ASIBPNRG / ASICPNRG SQL I/O PROGRAMS  **
      **            SO THE CALLING PROGRAM CARRIES NO SQL OF ITS     **
      **            OWN.                                             **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
741962**  15OCT26  DEV    CREATED FOR POLICY NUMBER RANGE INVENTORY  **
      *****************************************************************

      *----------------
       PNRG-1000-READ.
      *----------------

           SET  WPNRG-RQST-SELECT      TO TRUE.

           CALL 'ASIBPNRG' USING SQLCA
                                 WPNRG-IO-WORK-AREA
                                 RPNRG-REC-INFO.

       PNRG-1000-READ-X.
           EXIT.

      *------------------
       PNRG-1000-CREATE.
      *------------------

           SET  WPNRG-RQST-INIT-TBL-LAYOUT  TO TRUE.

           CALL 'ASICPNRG' USING WPNRG-IO-WORK-AREA
                                 RPNRG-REC-INFO.

       PNRG-1000-CREATE-X.
           EXIT.

      *----------------
       PNRG-1000-WRITE.
      *----------------

           SET  WPNRG-RQST-INSERT      TO TRUE.

           CALL 'ASIAPNRG' USING SQLCA
                                 WPNRG-IO-WORK-AREA
                                 RPNRG-REC-INFO.

       PNRG-1000-WRITE-X.
           EXIT.

      *-------------------
       PNRG-2000-REWRITE.
      *-------------------

           SET  WPNRG-RQST-UPDATE      TO TRUE.

           CALL 'ASIBPNRG' USING SQLCA
                                 WPNRG-IO-WORK-AREA
                                 RPNRG-REC-INFO.

       PNRG-2000-REWRITE-X.
           EXIT.

      *-------------------
       PNRG-1000-BROWSE.
      *-------------------

           SET  WPNRG-RQST-BROWSE      TO TRUE.

           CALL 'ASIBPNRG' USING SQLCA
                                 WPNRG-IO-WORK-AREA
                                 RPNRG-REC-INFO.

       PNRG-1000-BROWSE-X.
           EXIT.

      *----------------------
       PNRG-2000-READ-NEXT.
      *----------------------

           SET  WPNRG-RQST-FETCH-NEXT  TO TRUE.

           CALL 'ASIBPNRG' USING SQLCA
                                 WPNRG-IO-WORK-AREA
                                 RPNRG-REC-INFO.

       PNRG-2000-READ-NEXT-X.
           EXIT.

      *----------------------
       PNRG-3000-END-BROWSE.
      *----------------------

           SET  WPNRG-RQST-CLOSE-BROWSE-CUR TO TRUE.

           CALL 'ASIBPNRG' USING SQLCA
                                 WPNRG-IO-WORK-AREA
                                 RPNRG-REC-INFO.

       PNRG-3000-END-BROWSE-X.
           EXIT.

      *****************************************************************
      **                 END OF COPYBOOK ACPBPNRG                    **
      *****************************************************************
