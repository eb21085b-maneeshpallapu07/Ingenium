      *****************************************************************
      **  MEMBER :  ACPBSTKU                                         **
      **  REMARKS:  I/O ROUTINES FOR THE APPLICATION STICKER USAGE   **
      **            TABLE - EACH REQUEST IS BROKERED THROUGH THE     **
      **            ASIASTKU / ASIBSTKU / ASICSTKU SQL I/O PROGRAMS  **
      **            SO THE CALLING PROGRAM CARRIES NO SQL OF ITS     **
      **            OWN.                                             **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
756318**  15OCT26  DEV    CREATED FOR STICKER INVENTORY AND          **
756318**                  RECONCILIATION                             **
      *****************************************************************

      *----------------
       STKU-1000-READ.
      *----------------

           SET  WSTKU-RQST-SELECT      TO TRUE.

           CALL 'ASIBSTKU' USING SQLCA
                                 WSTKU-IO-WORK-AREA
                                 RSTKU-REC-INFO.

       STKU-1000-READ-X.
           EXIT.

      *------------------
       STKU-1000-CREATE.
      *------------------

           SET  WSTKU-RQST-INIT-TBL-LAYOUT  TO TRUE.

           CALL 'ASICSTKU' USING WSTKU-IO-WORK-AREA
                                 RSTKU-REC-INFO.

       STKU-1000-CREATE-X.
           EXIT.

      *----------------
       STKU-1000-WRITE.
      *----------------

           SET  WSTKU-RQST-INSERT      TO TRUE.

           CALL 'ASIASTKU' USING SQLCA
                                 WSTKU-IO-WORK-AREA
                                 RSTKU-REC-INFO.

       STKU-1000-WRITE-X.
           EXIT.

      *-------------------
       STKU-2000-REWRITE.
      *-------------------

           SET  WSTKU-RQST-UPDATE      TO TRUE.

           CALL 'ASIBSTKU' USING SQLCA
                                 WSTKU-IO-WORK-AREA
                                 RSTKU-REC-INFO.

       STKU-2000-REWRITE-X.
           EXIT.

      *-------------------
       STKU-1000-BROWSE.
      *-------------------

           SET  WSTKU-RQST-BROWSE      TO TRUE.

           CALL 'ASIBSTKU' USING SQLCA
                                 WSTKU-IO-WORK-AREA
                                 RSTKU-REC-INFO.

       STKU-1000-BROWSE-X.
           EXIT.

      *----------------------
       STKU-2000-READ-NEXT.
      *----------------------

           SET  WSTKU-RQST-FETCH-NEXT  TO TRUE.

           CALL 'ASIBSTKU' USING SQLCA
                                 WSTKU-IO-WORK-AREA
                                 RSTKU-REC-INFO.

       STKU-2000-READ-NEXT-X.
           EXIT.

      *----------------------
       STKU-3000-END-BROWSE.
      *----------------------

           SET  WSTKU-RQST-CLOSE-BROWSE-CUR TO TRUE.

           CALL 'ASIBSTKU' USING SQLCA
                                 WSTKU-IO-WORK-AREA
                                 RSTKU-REC-INFO.

       STKU-3000-END-BROWSE-X.
           EXIT.

      *****************************************************************
      **                 END OF COPYBOOK ACPBSTKU                    **
      *****************************************************************

