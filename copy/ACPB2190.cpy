      *****************************************************************
      **  MEMBER :  ACPB2190                                         **
      **  REMARKS:  TABLE I/O ROUTINES FOR THE SIR REQUIREMENT       **
      **            WAIVER TRANSACTION (ASOM2190) - UCVG BROWSE OF   **
      **            AN APPLICATION'S COVERAGES THROUGH ASIBUCVG.     **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
418639**  15OCT26  DEV    CREATED FOR ONLINE REQUIREMENT WAIVER      **
      *****************************************************************

      *-------------------
       UCVG-1000-BROWSE.
      *-------------------

           SET  WUCVG-RQST-BROWSE      TO TRUE.

           CALL 'ASIBUCVG' USING SQLCA
                                 WUCVG-IO-WORK-AREA
                                 RUCVG-REC-INFO.

       UCVG-1000-BROWSE-X.
           EXIT.

      *----------------------
       UCVG-2000-READ-NEXT.
      *----------------------

           SET  WUCVG-RQST-FETCH-NEXT  TO TRUE.

           CALL 'ASIBUCVG' USING SQLCA
                                 WUCVG-IO-WORK-AREA
                                 RUCVG-REC-INFO.

       UCVG-2000-READ-NEXT-X.
           EXIT.

      *----------------------
       UCVG-3000-END-BROWSE.
      *----------------------

           SET  WUCVG-RQST-CLOSE-BROWSE-CUR TO TRUE.

           CALL 'ASIBUCVG' USING SQLCA
                                 WUCVG-IO-WORK-AREA
                                 RUCVG-REC-INFO.

       UCVG-3000-END-BROWSE-X.
           EXIT.

      *****************************************************************
      **                 END OF COPYBOOK ACPB2190                    **
      *****************************************************************
