      *****************************************************************
      **  MEMBER :  ACPBPUWR                                         **
      **  REMARKS:  I/O ROUTINES FOR THE PRE-UNDERWRITING OPINION    **
      **            REGISTER TABLE - EACH REQUEST IS BROKERED        **
      **            THROUGH THE ASIAPUWR / ASIBPUWR / ASICPUWR SQL   **
      **            I/O PROGRAMS SO THE CALLING PROGRAM CARRIES NO   **
      **            SQL OF ITS OWN.                                  **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
384726**  15OCT26  DEV    CREATED FOR PRE-UNDERWRITING OPINION       **
384726**                  REGISTER                                   **
      *****************************************************************

      *----------------
       PUWR-1000-READ.
      *----------------

           SET  WPUWR-RQST-SELECT      TO TRUE.

           CALL 'ASIBPUWR' USING SQLCA
                                 WPUWR-IO-WORK-AREA
                                 RPUWR-REC-INFO.

       PUWR-1000-READ-X.
           EXIT.

      *------------------
       PUWR-1000-CREATE.
      *------------------

           SET  WPUWR-RQST-INIT-TBL-LAYOUT  TO TRUE.

           CALL 'ASICPUWR' USING WPUWR-IO-WORK-AREA
                                 RPUWR-REC-INFO.

       PUWR-1000-CREATE-X.
           EXIT.

      *----------------
       PUWR-1000-WRITE.
      *----------------

           SET  WPUWR-RQST-INSERT      TO TRUE.

           CALL 'ASIAPUWR' USING SQLCA
                                 WPUWR-IO-WORK-AREA
                                 RPUWR-REC-INFO.

       PUWR-1000-WRITE-X.
           EXIT.

      *-------------------
       PUWR-2000-REWRITE.
      *-------------------

           SET  WPUWR-RQST-UPDATE      TO TRUE.

           CALL 'ASIBPUWR' USING SQLCA
                                 WPUWR-IO-WORK-AREA
                                 RPUWR-REC-INFO.

       PUWR-2000-REWRITE-X.
           EXIT.

      *-------------------
       PUWR-1000-BROWSE.
      *-------------------

           SET  WPUWR-RQST-BROWSE      TO TRUE.

           CALL 'ASIBPUWR' USING SQLCA
                                 WPUWR-IO-WORK-AREA
                                 RPUWR-REC-INFO.

       PUWR-1000-BROWSE-X.
           EXIT.

      *----------------------
       PUWR-2000-READ-NEXT.
      *----------------------

           SET  WPUWR-RQST-FETCH-NEXT  TO TRUE.

           CALL 'ASIBPUWR' USING SQLCA
                                 WPUWR-IO-WORK-AREA
                                 RPUWR-REC-INFO.

       PUWR-2000-READ-NEXT-X.
           EXIT.

      *----------------------
       PUWR-3000-END-BROWSE.
      *----------------------

           SET  WPUWR-RQST-CLOSE-BROWSE-CUR TO TRUE.

           CALL 'ASIBPUWR' USING SQLCA
                                 WPUWR-IO-WORK-AREA
                                 RPUWR-REC-INFO.

       PUWR-3000-END-BROWSE-X.
           EXIT.

      *****************************************************************
      **                 END OF COPYBOOK ACPBPUWR                    **
      *****************************************************************

