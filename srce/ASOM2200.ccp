      *************************
       IDENTIFICATION DIVISION.
      *************************

       PROGRAM-ID. ASOM2200.

       COPY XCWWCRHT.

      *****************************************************************
      **  MEMBER :  ASOM2200                                         **
      **  REMARKS:  PROCESS DRIVER FOR THE PRE-UNDERWRITING OPINION  **
      **            REGISTER TRANSACTION.  AN UNDERWRITER WHO GIVES  **
      **            AN AGENT A PRELIMINARY OPINION ON A CASE BEFORE  **
      **            THE APPLICATION IS TAKEN RECORDS IT HERE UNDER   **
      **            THE REFERENCE NUMBER GIVEN TO THE AGENT - THE    **
      **            PROPOSED INSURED, THE OFFER (STANDARD, RATED,    **
      **            EXCLUSION OR DECLINE), THE HIGHEST FACE IT       **
      **            COVERS AND THE DATE IT IS VALID TO (FUNCTION     **
      **            2201).  AN OPINION MAY BE CHANGED UNTIL AN       **
      **            APPLICATION HAS TAKEN IT UP (FUNCTION 2202); THE **
      **            INQUIRY (FUNCTION 2200) ALSO SHOWS THE           **
      **            APPLICATION THE IMPORT (ASRUPUWR) LINKED IT TO   **
      **            AND WHETHER IT WAS HONORED OR THE CASE REFERRED. **
      **                                                             **
      **  DOMAIN :  SY                                               **
      **  CLASS  :  PD                                               **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
384726**  15OCT26  DEV    NEW PROGRAM                                **
      *****************************************************************

      **********************
       ENVIRONMENT DIVISION.
      **********************

      ***************
       DATA DIVISION.
      ***************

       WORKING-STORAGE SECTION.

       COPY XCWWPGWS REPLACING '$VAR1' BY 'ASOM2200'.

       COPY SQLCA.
       COPY XCWLPTR.

       01  WS-PGM-WORK-AREA.
           05  WS-EDIT-CHECKS.
               10  WS-BUS-FCN-ID              PIC X(04).
                   88  WS-BUS-FCN-VALID       VALUE '2200' '2201'
                                                    '2202'.
                   88  WS-BUS-FCN-INQUIRE     VALUE '2200'.
                   88  WS-BUS-FCN-RECORD      VALUE '2201'.
                   88  WS-BUS-FCN-CHANGE      VALUE '2202'.

           05  WS-EDIT-SW                     PIC X(01).
               88  WS-EDIT-OK                 VALUE 'Y'.
               88  WS-EDIT-FAILED             VALUE 'N'.

      *
      *****************************************************************
      *  COMMON COPYBOOKS                                             *
      *****************************************************************
       COPY XCWEBLCH.
      *
       COPY XCWTFCMD.
      *
      *****************************************************************
      *  I/O COPYBOOKS                                                *
      *****************************************************************
       COPY ACFWPUWR.
      *
       COPY ACFRPUWR.
      *
      *****************
       LINKAGE SECTION.
      *****************

       01 WGLOB-GLOBAL-AREA.
       COPY XCWWGLOB.
       COPY ACWM2200.
      *
       PROCEDURE DIVISION USING WGLOB-GLOBAL-AREA
                                MIR-PARM-AREA.

      *--------------
       0000-MAINLINE.
      *--------------

           PERFORM  ABND-1000-HANDLE-ABEND
               THRU ABND-1000-HANDLE-ABEND-X.

           PERFORM  INIT-1000-INITIALIZE
               THRU INIT-1000-INITIALIZE-X.

           PERFORM  2000-PROCESS-REQUEST
               THRU 2000-PROCESS-REQUEST-X.

           PERFORM  EXIT-1000-FINALIZE
               THRU EXIT-1000-FINALIZE-X.

       0000-MAINLINE-X.
           GOBACK.
      *
      *---------------------
       2000-PROCESS-REQUEST.
      *---------------------

           MOVE MIR-BUS-FCN-ID        TO WS-BUS-FCN-ID.

           PERFORM  9300-SETUP-MSIN-REFERENCE
               THRU 9300-SETUP-MSIN-REFERENCE-X.

      *
      * PROCESS SCREEN FUNCTIONS
      *

           EVALUATE TRUE

               WHEN WS-BUS-FCN-INQUIRE
                    PERFORM  3000-INQUIRE
                        THRU 3000-INQUIRE-X

               WHEN WS-BUS-FCN-RECORD
                    PERFORM  4000-RECORD-OPINION
                        THRU 4000-RECORD-OPINION-X

               WHEN WS-BUS-FCN-CHANGE
                    PERFORM  5000-CHANGE-OPINION
                        THRU 5000-CHANGE-OPINION-X

           END-EVALUATE.

       2000-PROCESS-REQUEST-X.
           EXIT.
      *
      *-------------
       3000-INQUIRE.
      *-------------

           PERFORM  9100-BLANK-LINK-FIELDS
               THRU 9100-BLANK-LINK-FIELDS-X.

           IF  MIR-PUWR-REF-NUM = SPACES
      *MSG: OPINION REFERENCE NUMBER REQUIRED
               MOVE 'AS22000001'      TO WGLOB-MSG-REF-INFO
               PERFORM  0260-1000-GENERATE-MESSAGE
                   THRU 0260-1000-GENERATE-MESSAGE-X
               GO TO 3000-INQUIRE-X
           END-IF.

           PERFORM  7000-READ-OPINION
               THRU 7000-READ-OPINION-X.

           IF  NOT WPUWR-IO-OK
      *MSG: NO PRE-UNDERWRITING OPINION UNDER REFERENCE @1
               MOVE MIR-PUWR-REF-NUM  TO WGLOB-MSG-PARM (1)
               MOVE 'AS22000002'      TO WGLOB-MSG-REF-INFO
               PERFORM  0260-1000-GENERATE-MESSAGE
                   THRU 0260-1000-GENERATE-MESSAGE-X
               GO TO 3000-INQUIRE-X
           END-IF.

           PERFORM  3100-DISPLAY-OPINION
               THRU 3100-DISPLAY-OPINION-X.

       3000-INQUIRE-X.
           EXIT.
      *
      *---------------------
       3100-DISPLAY-OPINION.
      *---------------------

           MOVE RPUWR-INSRD-SUR-NM    TO MIR-INSRD-SUR-NM.
           MOVE RPUWR-INSRD-GIV-NM    TO MIR-INSRD-GIV-NM.
           MOVE RPUWR-INSRD-BTH-DT    TO MIR-INSRD-BTH-DT.
           MOVE RPUWR-OFFER-CD        TO MIR-OFFER-CD.
           MOVE RPUWR-TBL-RATG-CD     TO MIR-TBL-RATG-CD.
           MOVE RPUWR-EXCL-RIDR-TXT   TO MIR-EXCL-RIDR-TXT.
           MOVE RPUWR-MAX-FACE-AMT    TO MIR-MAX-FACE-AMT.
           MOVE RPUWR-VALID-TO-DT     TO MIR-VALID-TO-DT.
           MOVE RPUWR-OPIN-DT         TO MIR-OPIN-DT.
           MOVE RPUWR-UW-USER-ID      TO MIR-UW-USER-ID.
           MOVE RPUWR-APP-ID          TO MIR-APP-ID.
           MOVE RPUWR-LINK-DT         TO MIR-LINK-DT.
           MOVE RPUWR-DECSN-CD        TO MIR-DECSN-CD.

       3100-DISPLAY-OPINION-X.
           EXIT.
      *
      *--------------------
       4000-RECORD-OPINION.
      *--------------------

           PERFORM  4100-EDIT-OPINION
               THRU 4100-EDIT-OPINION-X.

           IF  WS-EDIT-FAILED
               GO TO 4000-RECORD-OPINION-X
           END-IF.

           PERFORM  7000-READ-OPINION
               THRU 7000-READ-OPINION-X.

           IF  WPUWR-IO-OK
      *MSG: REFERENCE @1 ALREADY ON THE REGISTER - USE CHANGE
               MOVE MIR-PUWR-REF-NUM  TO WGLOB-MSG-PARM (1)
               MOVE 'AS22000010'      TO WGLOB-MSG-REF-INFO
               PERFORM  0260-1000-GENERATE-MESSAGE
                   THRU 0260-1000-GENERATE-MESSAGE-X
               GO TO 4000-RECORD-OPINION-X
           END-IF.

           PERFORM  PUWR-1000-CREATE
               THRU PUWR-1000-CREATE-X.

           MOVE WGLOB-COMPANY-CODE    TO RPUWR-CO-ID.
           MOVE MIR-PUWR-REF-NUM      TO RPUWR-REF-NUM.
           MOVE WGLOB-PROCESS-DATE-EXT
                                      TO RPUWR-OPIN-DT.
           MOVE WGLOB-USER-ID         TO RPUWR-UW-USER-ID.
           MOVE SPACES                TO RPUWR-APP-ID.
           MOVE SPACES                TO RPUWR-LINK-DT.
           SET  RPUWR-DECSN-NONE      TO TRUE.

           PERFORM  4200-MOVE-SCREEN-FIELDS
               THRU 4200-MOVE-SCREEN-FIELDS-X.

           PERFORM  PUWR-1000-WRITE
               THRU PUWR-1000-WRITE-X.

           IF  NOT WPUWR-IO-OK
      *MSG: OPINION REGISTER UPDATE FAILED - TRY AGAIN
               MOVE 'AS22000011'      TO WGLOB-MSG-REF-INFO
               PERFORM  0260-1000-GENERATE-MESSAGE
                   THRU 0260-1000-GENERATE-MESSAGE-X
               GO TO 4000-RECORD-OPINION-X
           END-IF.

           PERFORM  3100-DISPLAY-OPINION
               THRU 3100-DISPLAY-OPINION-X.

           MOVE WPUWR-KEY             TO WGLOB-MSG-PARM (1).
           MOVE 'XS00000004'          TO WGLOB-MSG-REF-INFO.
           PERFORM  0260-1000-GENERATE-MESSAGE
               THRU 0260-1000-GENERATE-MESSAGE-X.

       4000-RECORD-OPINION-X.
           EXIT.
      *
      *------------------
       4100-EDIT-OPINION.
      *------------------

           SET  WS-EDIT-FAILED        TO TRUE.

           IF  MIR-PUWR-REF-NUM = SPACES
      *MSG: OPINION REFERENCE NUMBER REQUIRED
               MOVE 'AS22000001'      TO WGLOB-MSG-REF-INFO
               PERFORM  0260-1000-GENERATE-MESSAGE
                   THRU 0260-1000-GENERATE-MESSAGE-X
               GO TO 4100-EDIT-OPINION-X
           END-IF.

           IF  MIR-INSRD-SUR-NM = SPACES
           OR  MIR-INSRD-BTH-DT = SPACES
      *MSG: PROPOSED INSURED'S SURNAME AND BIRTH DATE REQUIRED
               MOVE 'AS22000003'      TO WGLOB-MSG-REF-INFO
               PERFORM  0260-1000-GENERATE-MESSAGE
                   THRU 0260-1000-GENERATE-MESSAGE-X
               GO TO 4100-EDIT-OPINION-X
           END-IF.

           MOVE MIR-OFFER-CD          TO RPUWR-OFFER-CD.

           IF  NOT RPUWR-OFFER-VALID
      *MSG: OFFER MUST BE S, R, E OR D
               MOVE 'AS22000004'      TO WGLOB-MSG-REF-INFO
               PERFORM  0260-1000-GENERATE-MESSAGE
                   THRU 0260-1000-GENERATE-MESSAGE-X
               GO TO 4100-EDIT-OPINION-X
           END-IF.

           IF  RPUWR-OFFER-RATED
           AND MIR-TBL-RATG-CD = SPACES
      *MSG: TABLE RATING CODE REQUIRED FOR A RATED OFFER
               MOVE 'AS22000005'      TO WGLOB-MSG-REF-INFO
               PERFORM  0260-1000-GENERATE-MESSAGE
                   THRU 0260-1000-GENERATE-MESSAGE-X
               GO TO 4100-EDIT-OPINION-X
           END-IF.

           IF  RPUWR-OFFER-EXCL
           AND MIR-EXCL-RIDR-TXT = SPACES
      *MSG: EXCLUSION RIDER WORDING REQUIRED FOR AN EXCLUSION OFFER
               MOVE 'AS22000006'      TO WGLOB-MSG-REF-INFO
               PERFORM  0260-1000-GENERATE-MESSAGE
                   THRU 0260-1000-GENERATE-MESSAGE-X
               GO TO 4100-EDIT-OPINION-X
           END-IF.

           IF  MIR-MAX-FACE-AMT NOT NUMERIC
      *MSG: MAXIMUM FACE AMOUNT MUST BE NUMERIC
               MOVE 'AS22000007'      TO WGLOB-MSG-REF-INFO
               PERFORM  0260-1000-GENERATE-MESSAGE
                   THRU 0260-1000-GENERATE-MESSAGE-X
               GO TO 4100-EDIT-OPINION-X
           END-IF.

           IF  MIR-MAX-FACE-AMT = ZERO
           AND NOT RPUWR-OFFER-DECLINE
      *MSG: MAXIMUM FACE AMOUNT REQUIRED UNLESS THE OFFER IS A DECLINE
               MOVE 'AS22000008'      TO WGLOB-MSG-REF-INFO
               PERFORM  0260-1000-GENERATE-MESSAGE
                   THRU 0260-1000-GENERATE-MESSAGE-X
               GO TO 4100-EDIT-OPINION-X
           END-IF.

           IF  MIR-VALID-TO-DT = SPACES
           OR  MIR-VALID-TO-DT < WGLOB-PROCESS-DATE-EXT
      *MSG: VALID-TO DATE REQUIRED AND MAY NOT BE IN THE PAST
               MOVE 'AS22000009'      TO WGLOB-MSG-REF-INFO
               PERFORM  0260-1000-GENERATE-MESSAGE
                   THRU 0260-1000-GENERATE-MESSAGE-X
               GO TO 4100-EDIT-OPINION-X
           END-IF.

           SET  WS-EDIT-OK            TO TRUE.

       4100-EDIT-OPINION-X.
           EXIT.
      *
      *------------------------
       4200-MOVE-SCREEN-FIELDS.
      *------------------------

           MOVE MIR-INSRD-SUR-NM      TO RPUWR-INSRD-SUR-NM.
           MOVE MIR-INSRD-GIV-NM      TO RPUWR-INSRD-GIV-NM.
           MOVE MIR-INSRD-BTH-DT      TO RPUWR-INSRD-BTH-DT.
           MOVE MIR-OFFER-CD          TO RPUWR-OFFER-CD.
           MOVE MIR-TBL-RATG-CD       TO RPUWR-TBL-RATG-CD.
           MOVE MIR-EXCL-RIDR-TXT     TO RPUWR-EXCL-RIDR-TXT.
           MOVE MIR-MAX-FACE-AMT      TO RPUWR-MAX-FACE-AMT.
           MOVE MIR-VALID-TO-DT       TO RPUWR-VALID-TO-DT.
           MOVE WGLOB-USER-ID         TO RPUWR-UPDT-USER-ID.
           MOVE WGLOB-PROCESS-DATE-EXT
                                      TO RPUWR-UPDT-DT.

       4200-MOVE-SCREEN-FIELDS-X.
           EXIT.
      *
      *--------------------
       5000-CHANGE-OPINION.
      *--------------------
      *
      * ONCE AN APPLICATION HAS TAKEN THE OPINION UP THE IMPORT HAS
      * ALREADY DECIDED ON IT - IT CAN NO LONGER BE CHANGED HERE.
      *
           PERFORM  4100-EDIT-OPINION
               THRU 4100-EDIT-OPINION-X.

           IF  WS-EDIT-FAILED
               GO TO 5000-CHANGE-OPINION-X
           END-IF.

           PERFORM  7000-READ-OPINION
               THRU 7000-READ-OPINION-X.

           IF  NOT WPUWR-IO-OK
      *MSG: NO PRE-UNDERWRITING OPINION UNDER REFERENCE @1
               MOVE MIR-PUWR-REF-NUM  TO WGLOB-MSG-PARM (1)
               MOVE 'AS22000002'      TO WGLOB-MSG-REF-INFO
               PERFORM  0260-1000-GENERATE-MESSAGE
                   THRU 0260-1000-GENERATE-MESSAGE-X
               GO TO 5000-CHANGE-OPINION-X
           END-IF.

           IF  RPUWR-APP-ID > SPACES
      *MSG: OPINION ALREADY TAKEN UP BY APPLICATION @1 ON @2
               MOVE RPUWR-APP-ID      TO WGLOB-MSG-PARM (1)
               MOVE RPUWR-LINK-DT     TO WGLOB-MSG-PARM (2)
               MOVE 'AS22000012'      TO WGLOB-MSG-REF-INFO
               PERFORM  0260-1000-GENERATE-MESSAGE
                   THRU 0260-1000-GENERATE-MESSAGE-X
               PERFORM  3100-DISPLAY-OPINION
                   THRU 3100-DISPLAY-OPINION-X
               GO TO 5000-CHANGE-OPINION-X
           END-IF.

           PERFORM  4200-MOVE-SCREEN-FIELDS
               THRU 4200-MOVE-SCREEN-FIELDS-X.

           PERFORM  PUWR-2000-REWRITE
               THRU PUWR-2000-REWRITE-X.

           IF  NOT WPUWR-IO-OK
      *MSG: OPINION REGISTER UPDATE FAILED - TRY AGAIN
               MOVE 'AS22000011'      TO WGLOB-MSG-REF-INFO
               PERFORM  0260-1000-GENERATE-MESSAGE
                   THRU 0260-1000-GENERATE-MESSAGE-X
               GO TO 5000-CHANGE-OPINION-X
           END-IF.

           PERFORM  3100-DISPLAY-OPINION
               THRU 3100-DISPLAY-OPINION-X.

           MOVE WPUWR-KEY             TO WGLOB-MSG-PARM (1).
           MOVE 'XS00000004'          TO WGLOB-MSG-REF-INFO.
           PERFORM  0260-1000-GENERATE-MESSAGE
               THRU 0260-1000-GENERATE-MESSAGE-X.

       5000-CHANGE-OPINION-X.
           EXIT.
      *
      *------------------
       7000-READ-OPINION.
      *------------------

           MOVE WGLOB-COMPANY-CODE    TO WPUWR-CO-ID.
           MOVE MIR-PUWR-REF-NUM      TO WPUWR-REF-NUM.

           PERFORM  PUWR-1000-READ
               THRU PUWR-1000-READ-X.

       7000-READ-OPINION-X.
           EXIT.
      *
      *-----------------------
       9100-BLANK-LINK-FIELDS.
      *-----------------------

           MOVE SPACES                TO MIR-OPIN-DT.
           MOVE SPACES                TO MIR-UW-USER-ID.
           MOVE SPACES                TO MIR-APP-ID.
           MOVE SPACES                TO MIR-LINK-DT.
           MOVE SPACES                TO MIR-DECSN-CD.

       9100-BLANK-LINK-FIELDS-X.
           EXIT.
      *
      *--------------------------
       9300-SETUP-MSIN-REFERENCE.
      *--------------------------

           MOVE SPACES                TO WGLOB-MSIN-REFERENCE.
           MOVE WGLOB-COMPANY-CODE    TO WGLOB-REF-COMPANY-CODE.

       9300-SETUP-MSIN-REFERENCE-X.
           EXIT.
      *
      ****************************************************************
      * PROCESSING COPYBOOKS                                         *
      ****************************************************************
       COPY XCPPINIT.
      *
       COPY XCPPEXIT.
      *
      ****************************************************************
      * LINKAGE PROCESSING COPYBOOKS                                 *
      ****************************************************************
       COPY XCCL0260.
      *
      *****************************************************************
      *  FILE I/O PROCESS MODULES
      *****************************************************************
       COPY ACPBPUWR.
      *
      *****************************************************************
      *  ERROR HANDLING ROUTINES
      *****************************************************************
       COPY XCCPABND.
      *
       COPY XCCP0030.

      *****************************************************************
      **                 END OF PROGRAM ASOM2200                     **
      *****************************************************************
