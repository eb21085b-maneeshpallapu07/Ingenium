      *****************************************************************
      **  MEMBER :  ACWLSTKR                                         **
      **  REMARKS:  PARAMETER AREA FOR THE ASRUSTKR APPLICATION      **
      **            STICKER EDIT SUBPROGRAM.  THE CALLER SUPPLIES    **
      **            THE COMPANY, THE SUBMITTING SALES OFFICE, THE    **
      **            STICKER NUMBER, THE APPLICATION AND THE UPLOAD   **
      **            TABLE THE STICKER WAS READ FROM; THE SUBPROGRAM  **
      **            RETURNS THE EDIT DECISION, THE OFFICE THE        **
      **            STICKER WAS ISSUED TO AND ANY APPLICATION IT     **
      **            WAS ALREADY USED ON.                             **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
756318**  15OCT26  DEV    CREATED FOR STICKER INVENTORY AND          **
756318**                  RECONCILIATION                             **
      *****************************************************************

       01  LSTKR-PARM-AREA.
           05  LSTKR-CO-ID                   PIC X(02).
           05  LSTKR-SO-NUM                  PIC X(03).
           05  LSTKR-STCKR-ID                PIC X(11).
           05  LSTKR-APP-ID                  PIC X(15).
           05  LSTKR-SRC-TBL-ID              PIC X(04).
           05  LSTKR-USE-DT                  PIC X(10).
           05  LSTKR-ISSUE-SO-NUM            PIC X(03).
           05  LSTKR-USED-APP-ID             PIC X(15).
           05  LSTKR-RETURN-CD               PIC X(02).
               88  LSTKR-STCKR-OK                  VALUE '00'.
               88  LSTKR-STCKR-NOT-ISSUED          VALUE '01'.
               88  LSTKR-STCKR-OTHER-OFFICE        VALUE '02'.
               88  LSTKR-STCKR-ALREADY-USED        VALUE '03'.
               88  LSTKR-STCKR-NOT-SUPPLIED        VALUE '04'.
               88  LSTKR-STCKR-IO-ERROR            VALUE '09'.

      *****************************************************************
      **                 END OF COPYBOOK ACWLSTKR                    **
      *****************************************************************
