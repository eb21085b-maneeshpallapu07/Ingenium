      *****************************************************************
      **  MEMBER :  ACPBTOKV                                         **
      **  REMARKS:  I/O ROUTINES FOR THE BANK ACCOUNT TOKEN VAULT    **
      **            TABLE - EACH REQUEST IS BROKERED THROUGH THE     **
      **            ASIATOKV / ASIBTOKV / ASICTOKV SQL I/O PROGRAMS  **
      **            SO THE CALLING PROGRAM CARRIES NO SQL OF ITS     **
      **            OWN.                                             **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
864217**  15OCT26  DEV    CREATED FOR BANK ACCOUNT TOKENIZATION      **
      *****************************************************************

      *----------------
       TOKV-1000-READ.
      *----------------

           SET  WTOKV-RQST-SELECT      TO TRUE.

           CALL 'ASIBTOKV' USING SQLCA
                                 WTOKV-IO-WORK-AREA
                                 RTOKV-REC-INFO.

       TOKV-1000-READ-X.
           EXIT.

      *---------------------
       TOKV-1000-READ-ACCT.
      *---------------------

           SET  WTOKV-RQST-SELECT-INDEX
                                       TO TRUE.

           CALL 'ASIBTOKV' USING SQLCA
                                 WTOKV-IO-WORK-AREA
                                 RTOKV-REC-INFO.

       TOKV-1000-READ-ACCT-X.
           EXIT.

      *--------------------
       TOKV-1000-READ-MAX.
      *--------------------

           SET  WTOKV-RQST-SELECT-MAX  TO TRUE.

           CALL 'ASIBTOKV' USING SQLCA
                                 WTOKV-IO-WORK-AREA
                                 RTOKV-REC-INFO.

       TOKV-1000-READ-MAX-X.
           EXIT.

      *------------------
       TOKV-1000-CREATE.
      *------------------

           SET  WTOKV-RQST-INIT-TBL-LAYOUT  TO TRUE.

           CALL 'ASICTOKV' USING WTOKV-IO-WORK-AREA
                                 RTOKV-REC-INFO.

       TOKV-1000-CREATE-X.
           EXIT.

      *----------------
       TOKV-1000-WRITE.
      *----------------

           SET  WTOKV-RQST-INSERT      TO TRUE.

           CALL 'ASIATOKV' USING SQLCA
                                 WTOKV-IO-WORK-AREA
                                 RTOKV-REC-INFO.

       TOKV-1000-WRITE-X.
           EXIT.

      *****************************************************************
      **                 END OF COPYBOOK ACPBTOKV                    **
      *****************************************************************
