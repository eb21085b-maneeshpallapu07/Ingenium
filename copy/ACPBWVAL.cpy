      *****************************************************************
      **  MEMBER :  ACPBWVAL                                         **
      **  REMARKS:  I/O ROUTINES FOR THE REQUIREMENT WAIVER          **
      **            AUTHORITY TABLE - EACH REQUEST IS BROKERED       **
      **            THROUGH THE ASIAWVAL / ASIBWVAL / ASICWVAL SQL   **
      **            I/O PROGRAMS SO THE CALLING PROGRAM CARRIES NO   **
      **            SQL OF ITS OWN.                                  **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
418639**  15OCT26  DEV    CREATED FOR REQUIREMENT WAIVER AUTHORITY   **
418639**                  LIMITS                                     **
      *****************************************************************

      *----------------
       WVAL-1000-READ.
      *----------------

           SET  WWVAL-RQST-SELECT      TO TRUE.

           CALL 'ASIBWVAL' USING SQLCA
                                 WWVAL-IO-WORK-AREA
                                 RWVAL-REC-INFO.

       WVAL-1000-READ-X.
           EXIT.

      *------------------
       WVAL-1000-CREATE.
      *------------------

           SET  WWVAL-RQST-INIT-TBL-LAYOUT  TO TRUE.

           CALL 'ASICWVAL' USING WWVAL-IO-WORK-AREA
                                 RWVAL-REC-INFO.

       WVAL-1000-CREATE-X.
           EXIT.

      *----------------
       WVAL-1000-WRITE.
      *----------------

           SET  WWVAL-RQST-INSERT      TO TRUE.

           CALL 'ASIAWVAL' USING SQLCA
                                 WWVAL-IO-WORK-AREA
                                 RWVAL-REC-INFO.

       WVAL-1000-WRITE-X.
           EXIT.

      *-------------------
       WVAL-2000-REWRITE.
      *-------------------

           SET  WWVAL-RQST-UPDATE      TO TRUE.

           CALL 'ASIBWVAL' USING SQLCA
                                 WWVAL-IO-WORK-AREA
                                 RWVAL-REC-INFO.

       WVAL-2000-REWRITE-X.
           EXIT.

      *-------------------
       WVAL-1000-BROWSE.
      *-------------------

           SET  WWVAL-RQST-BROWSE      TO TRUE.

           CALL 'ASIBWVAL' USING SQLCA
                                 WWVAL-IO-WORK-AREA
                                 RWVAL-REC-INFO.

       WVAL-1000-BROWSE-X.
           EXIT.

      *----------------------
       WVAL-2000-READ-NEXT.
      *----------------------

           SET  WWVAL-RQST-FETCH-NEXT  TO TRUE.

           CALL 'ASIBWVAL' USING SQLCA
                                 WWVAL-IO-WORK-AREA
                                 RWVAL-REC-INFO.

       WVAL-2000-READ-NEXT-X.
           EXIT.

      *----------------------
       WVAL-3000-END-BROWSE.
      *----------------------

           SET  WWVAL-RQST-CLOSE-BROWSE-CUR TO TRUE.

           CALL 'ASIBWVAL' USING SQLCA
                                 WWVAL-IO-WORK-AREA
                                 RWVAL-REC-INFO.

       WVAL-3000-END-BROWSE-X.
           EXIT.

      *****************************************************************
      **                 END OF COPYBOOK ACPBWVAL                    **
      *****************************************************************

