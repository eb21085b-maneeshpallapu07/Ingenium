      *****************************************************************
      **  MEMBER :  ACWLCRSK                                         **
      **  REMARKS:  PARAMETER AREA FOR THE ASRUCRSK COUNTRY RISK     **
      **            SUBPROGRAM.  THE CALLER SUPPLIES THE TRAVEL OR   **
      **            RESIDENCE COUNTRY, THE FACE AMOUNT APPLIED FOR   **
      **            AND THE AS-OF DATE; THE SUBPROGRAM RETURNS THE   **
      **            COUNTRY'S RISK TIER, MAXIMUM ISSUABLE FACE AND   **
      **            REQUIRED ACTION FROM THE CRSK MASTER.  A FACE    **
      **            OVER THE COUNTRY'S MAXIMUM RAISES THE ACTION TO  **
      **            POSTPONE.                                        **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
938214**  15OCT26  DEV    CREATED FOR COUNTRY RISK EDIT              **
      *****************************************************************

       01  LCRSK-PARM-AREA.
           05  LCRSK-CTRY-CD                 PIC X(02).
           05  LCRSK-FACE-AMT                PIC S9(13)V9(02) COMP-3.
           05  LCRSK-AS-OF-DT                PIC X(10).
           05  LCRSK-CTRY-NM                 PIC X(30).
           05  LCRSK-RISK-TIER-CD            PIC X(01).
           05  LCRSK-MAX-FACE-AMT            PIC S9(13)V9(02) COMP-3.
           05  LCRSK-ACTN-CD                 PIC X(01).
               88  LCRSK-ACTN-NONE                 VALUE 'N'.
               88  LCRSK-ACTN-QUESTIONNAIRE        VALUE 'Q'.
               88  LCRSK-ACTN-EXCL-RIDER           VALUE 'X'.
               88  LCRSK-ACTN-POSTPONE             VALUE 'P'.
           05  LCRSK-FACE-OVER-MAX-SW        PIC X(01).
               88  LCRSK-FACE-OVER-MAX             VALUE 'Y'.
               88  LCRSK-FACE-WITHIN-MAX           VALUE 'N'.
           05  LCRSK-RETURN-CD               PIC X(02).
               88  LCRSK-CTRY-RATED                VALUE '00'.
               88  LCRSK-CTRY-NOT-ON-MASTER        VALUE '01'.
               88  LCRSK-CTRY-NOT-EDITED           VALUE '04'.

      *****************************************************************
      **                 END OF COPYBOOK ACWLCRSK                    **
      *****************************************************************
