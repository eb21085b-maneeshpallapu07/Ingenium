      *****************************************************************
      **  MEMBER :  ACWM2200                                         **
      **  REMARKS:  MIR PARAMETER AREA FOR THE PRE-UNDERWRITING      **
      **            OPINION REGISTER TRANSACTION (ASOM2200).  ONE    **
      **            SCREEN SHOWS, RECORDS OR CHANGES THE OPINION     **
      **            HELD UNDER A REFERENCE NUMBER.                   **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
384726**  15OCT26  DEV    CREATED FOR PRE-UNDERWRITING OPINION       **
384726**                  REGISTER                                   **
      *****************************************************************

       01  MIR-PARM-AREA.
           05  MIR-BUS-FCN-ID                 PIC X(04).
           05  MIR-PUWR-REF-NUM               PIC X(06).
           05  MIR-INSRD-SUR-NM               PIC X(25).
           05  MIR-INSRD-GIV-NM               PIC X(25).
           05  MIR-INSRD-BTH-DT               PIC X(10).
      *    OFFER: S = STANDARD, R = RATED (TABLE CODE REQUIRED),
      *    E = EXCLUSION (RIDER WORDING REQUIRED), D = DECLINE.
           05  MIR-OFFER-CD                   PIC X(01).
           05  MIR-TBL-RATG-CD                PIC X(03).
           05  MIR-EXCL-RIDR-TXT              PIC X(70).
           05  MIR-MAX-FACE-AMT               PIC 9(13).
           05  MIR-VALID-TO-DT                PIC X(10).
      *    SHOWN ONLY - OPINION DATE AND UNDERWRITER, AND THE
      *    APPLICATION THE IMPORT LINKED IT TO WITH ITS DECISION
      *    (H = HONORED, R = REFERRED).
           05  MIR-OPIN-DT                    PIC X(10).
           05  MIR-UW-USER-ID                 PIC X(08).
           05  MIR-APP-ID                     PIC X(15).
           05  MIR-LINK-DT                    PIC X(10).
           05  MIR-DECSN-CD                   PIC X(01).

      *****************************************************************
      **                 END OF COPYBOOK ACWM2200                    **
      *****************************************************************
