      *****************************************************************
      **  MEMBER :  ACSRUWPR                                         **
      **  REMARKS:  RECORD LAYOUT FOR THE UNDERWRITING PATH REGISTER **
      **            WRITTEN BY ASBM9527 - ONE ROW PER POLICY         **
      **            CONVERTED, KEEPING THE PATH THE APPLICATION TOOK **
      **            THROUGH UNDERWRITING (AUTO-DECISION, SHADOW RULE **
      **            OUTCOME, MIB HIT, LAB REFERRAL, RATING, ELSE     **
      **            FULL UNDERWRITING) AND WHAT THE INSURED          **
      **            DISCLOSED.  THE REGISTER OF EVERY RUN IS KEPT    **
      **            FOR THE EARLY-CLAIM MATCH-BACK (ASBM9528).       **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
731046**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       01  RUWPR-SEQ-REC-INFO.
           05  RUWPR-POL-ID                  PIC X(10).
           05  RUWPR-APP-ID                  PIC X(15).
           05  RUWPR-PLAN-ID                 PIC X(15).
           05  RUWPR-CHNL-CD                 PIC X(02).
           05  RUWPR-SO-NUM                  PIC X(03).
           05  RUWPR-BR-NUM                  PIC X(03).
           05  RUWPR-SALES-REP-NUM           PIC X(06).
           05  RUWPR-CNV-DT                  PIC X(10).
           05  RUWPR-INSRD-SUR-NM            PIC X(25).
           05  RUWPR-INSRD-GIV-NM            PIC X(25).
           05  RUWPR-INSRD-BTH-DT            PIC X(10).
           05  RUWPR-INSRD-SEX-CD            PIC X(01).
           05  RUWPR-INSRD-SMKR-CD           PIC X(01).
           05  RUWPR-INSRD-OCCP-CD           PIC X(03).
           05  RUWPR-INSRD-EARN-INCM-AMT     PIC S9(11)V9(02) COMP-3.
           05  RUWPR-FACE-AMT                PIC S9(13)V9(02) COMP-3.
      *    THE PATH REPORTED IS THE MOST SEVERE STEP THE CASE TOOK -
      *    RATED, THEN LAB REFERRAL, THEN MIB HIT, THEN AUTO-DECISION;
      *    ANYTHING ELSE WAS FULLY UNDERWRITTEN.
           05  RUWPR-UW-PATH-CD              PIC X(01).
               88  RUWPR-PATH-RATED                VALUE 'R'.
               88  RUWPR-PATH-LAB-REFER            VALUE 'L'.
               88  RUWPR-PATH-MIB-HIT              VALUE 'M'.
               88  RUWPR-PATH-AUTO-DECSN           VALUE 'A'.
               88  RUWPR-PATH-FULL-UW              VALUE 'F'.
           05  RUWPR-AUTO-DECSN-IND          PIC X(01).
               88  RUWPR-AUTO-DECSN                VALUE 'Y'.
           05  RUWPR-SHDW-PROD-OUTCOME-CD    PIC X(01).
           05  RUWPR-SHDW-CAND-OUTCOME-CD    PIC X(01).
           05  RUWPR-SHDW-DIFF-FLD-ID        PIC X(08).
           05  RUWPR-MIB-HIT-IND             PIC X(01).
               88  RUWPR-MIB-HIT                   VALUE 'Y'.
           05  RUWPR-MIB-HIT-CD              PIC X(06)
                                             OCCURS 3 TIMES.
           05  RUWPR-LAB-REFER-IND           PIC X(01).
               88  RUWPR-LAB-REFER                 VALUE 'Y'.
           05  RUWPR-LAB-REFER-TEST-CD       PIC X(05).
           05  RUWPR-RATG-IND                PIC X(01).
               88  RUWPR-RATED                     VALUE 'Y'.
           05  RUWPR-RATG-TYP-CD             PIC X(01).
           05  RUWPR-TBL-RATG-CD             PIC X(03).
           05  FILLER                        PIC X(14).

      *****************************************************************
      **                 END OF COPYBOOK ACSRUWPR                    **
      *****************************************************************
