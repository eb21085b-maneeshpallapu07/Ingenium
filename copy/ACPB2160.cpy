      *****************************************************************
      **  MEMBER :  ACPB2160                                         **
      **  REMARKS:  I/O ROUTINES FOR THE PENDING CHANGE APPROVAL     **
      **            QUEUE (ASOM2160) - THE UPLOADED APPLICATION      **
      **            BROWSE USED BY THE TRANSLATION-CHANGE IMPACT     **
      **            PREVIEW IS BROKERED THROUGH THE ASIBUPOA SQL     **
      **            I/O PROGRAM SO THE DRIVER CARRIES NO SQL OF ITS  **
      **            OWN.                                             **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
633425**  15OCT26  DEV    CREATED FOR TRANSLATION-CHANGE IMPACT      **
633425**                  PREVIEW                                    **
      *****************************************************************

      *------------------
       UPOA-1000-BROWSE.
      *------------------

           SET  WUPOA-RQST-BROWSE      TO TRUE.

           CALL 'ASIBUPOA' USING SQLCA
                                 WUPOA-IO-WORK-AREA
                                 RUPOL-REC-INFO.

       UPOA-1000-BROWSE-X.
           EXIT.

      *---------------------
       UPOA-2000-READ-NEXT.
      *---------------------

           SET  WUPOA-RQST-FETCH-NEXT  TO TRUE.

           CALL 'ASIBUPOA' USING SQLCA
                                 WUPOA-IO-WORK-AREA
                                 RUPOL-REC-INFO.

       UPOA-2000-READ-NEXT-X.
           EXIT.

      *----------------------
       UPOA-3000-END-BROWSE.
      *----------------------

           SET  WUPOA-RQST-CLOSE-BROWSE-CUR TO TRUE.

           CALL 'ASIBUPOA' USING SQLCA
                                 WUPOA-IO-WORK-AREA
                                 RUPOL-REC-INFO.

       UPOA-3000-END-BROWSE-X.
           EXIT.

      *****************************************************************
      **                 END OF COPYBOOK ACPB2160                    **
      *****************************************************************
