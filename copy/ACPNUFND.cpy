      *****************************************************************
      **  MEMBER :  ACPNUFND                                         **
      **  REMARKS:  BATCH I/O ROUTINES USED TO READ, ADD AND DELETE  **
      **            ROWS OF THE UPLOAD FUND TABLE (UFND) THROUGH     **
      **            ITS SQL I/O PROGRAM - USED BY THE MODEL          **
      **            PORTFOLIO EXPANSION (ASBM9516).  THE CALLER SETS **
      **            THE FULL ROW KEY IN WUFND-KEY BEFORE PERFORMING  **
      **            THE ROUTINE.                                     **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
536182**  15OCT26  DEV    CREATED FOR MODEL PORTFOLIO EXPANSION      **
      *****************************************************************

      *-------------------
       UFND-1000-SELECT.
      *-------------------

           SET  WUFND-RQST-SELECT           TO TRUE.

           CALL 'ASIBUFND' USING SQLCA
                                 WUFND-IO-WORK-AREA
                                 RUFND-REC-INFO.

       UFND-1000-SELECT-X.
           EXIT.

      *----------------------------
       UFND-2000-SELECT-FOR-UPDATE.
      *----------------------------

           SET  WUFND-RQST-SELECT-FOR-UPDATE TO TRUE.

           CALL 'ASIBUFND' USING SQLCA
                                 WUFND-IO-WORK-AREA
                                 RUFND-REC-INFO.

       UFND-2000-SELECT-FOR-UPDATE-X.
           EXIT.

      *-------------------
       UFND-3000-DELETE.
      *-------------------

           SET  WUFND-RQST-DELETE           TO TRUE.

           CALL 'ASIBUFND' USING SQLCA
                                 WUFND-IO-WORK-AREA
                                 RUFND-REC-INFO.

       UFND-3000-DELETE-X.
           EXIT.

      *----------------------------
       UFND-4000-CLOSE-UPDATE-CUR.
      *----------------------------

           SET  WUFND-RQST-CLOSE-UPDATE-CUR TO TRUE.

           CALL 'ASIBUFND' USING SQLCA
                                 WUFND-IO-WORK-AREA
                                 RUFND-REC-INFO.

       UFND-4000-CLOSE-UPDATE-CUR-X.
           EXIT.

      *-------------------
       UFND-5000-INSERT.
      *-------------------

           SET  WUFND-RQST-INSERT           TO TRUE.

           CALL 'ASIBUFND' USING SQLCA
                                 WUFND-IO-WORK-AREA
                                 RUFND-REC-INFO.

       UFND-5000-INSERT-X.
           EXIT.

      *****************************************************************
      **                 END OF COPYBOOK ACPNUFND                    **
      *****************************************************************
