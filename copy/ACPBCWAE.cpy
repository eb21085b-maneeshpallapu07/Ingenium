      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
956842**  02SEP26  DEV    CREATED FOR WITHDRAWAL REFUND PROCESSING   **
386274**  15OCT26  DEV    CWAE-4100-INSERT - ADDS A RECEIPT ROW      **
386274**                  THROUGH ASIACWAE (CARD AUTHORIZATIONS)     **
      *****************************************************************

      *----------------------
       CWAE-3100-END-BROWSE-APP-X.
           EXIT.

386274*------------------
386274 CWAE-4100-INSERT.
386274*------------------

386274     SET  WCWAE-RQST-INSERT  TO TRUE.

386274     CALL 'ASIACWAE' USING SQLCA
386274                           WCWAE-IO-WORK-AREA
386274                           RCWAE-REC-INFO.

386274 CWAE-4100-INSERT-X.
386274     EXIT.

      *****************************************************************
      **                 END OF COPYBOOK ACPBCWAE                    **
      *****************************************************************
