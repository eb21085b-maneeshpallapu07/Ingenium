      **                                                             **
487159**  22AUG26  DEV    CREATED FOR TWO-PERSON MAINTENANCE         **
487159**                  APPROVAL                                   **
633425**  15OCT26  DEV    ADDED FUNCTION 2163 - IMPACT PREVIEW OF A  **
633425**                  PENDING UTTB CHANGE AGAINST THE UPLOADED   **
633425**                  APPLICATIONS NOT YET CONVERTED, WITH HOLD  **
633425**                  QUEUE COUNT AND SAMPLE APP IDS             **
703518**  15OCT26  DEV    THE LIVE ROW AS IT STOOD BEFORE AN         **
703518**                  APPROVED UPDATE OR DELETE IS KEPT ON THE   **
703518**                  PENDING CHANGE FOR THE ERROR-SPIKE         **
703518**                  MONITOR'S ROLLBACK DECISION                **
      *****************************************************************

      **********************
       01  WS-PGM-WORK-AREA.
           05  WS-EDIT-CHECKS.
               10  WS-BUS-FCN-ID              PIC X(04).
633425             88  WS-BUS-FCN-VALID       VALUE '2160' '2161'
633425                                              '2162' '2163'.
                   88  WS-BUS-FCN-LIST        VALUE '2160'.
                   88  WS-BUS-FCN-APPROVE     VALUE '2161'.
                   88  WS-BUS-FCN-REJECT      VALUE '2162'.
633425             88  WS-BUS-FCN-PREVIEW     VALUE '2163'.

           05  WS-APPLY-FAIL-SW               PIC X(01).
               88  WS-APPLY-FAILED            VALUE 'Y'.
           05  WS-LINE                        PIC S9(04) COMP.
           05  WS-MAX-ARRAY-LINES             PIC S9(04) COMP VALUE +12.

633425 01  WS-PRVW-WORK-AREA.
633425     05  WS-PRVW-TTBL-TYP-ID            PIC X(05).
633425     05  WS-PRVW-TTBL-VALU-ID           PIC X(25).
633425     05  WS-PRVW-COL-VALU               PIC X(25).
633425     05  WS-PRVW-COL-SW                 PIC X(01).
633425         88  WS-PRVW-COL-FOUND          VALUE 'Y'.
633425         88  WS-PRVW-COL-NOT-FOUND      VALUE 'N'.
633425     05  WS-PRVW-DUP-SW                 PIC X(01).
633425         88  WS-PRVW-FLD-DUP            VALUE 'Y'.
633425         88  WS-PRVW-FLD-NOT-DUP        VALUE 'N'.
633425     05  WS-PRVW-AFCT-SW                PIC X(01).
633425         88  WS-PRVW-APP-AFFECTED       VALUE 'Y'.
633425         88  WS-PRVW-APP-NOT-AFFECTED   VALUE 'N'.
633425     05  WS-PRVW-HOLD-SW                PIC X(01).
633425         88  WS-PRVW-APP-ON-HOLD        VALUE 'Y'.
633425         88  WS-PRVW-APP-NOT-ON-HOLD    VALUE 'N'.
633425     05  WS-PRVW-FLD-MAX                PIC S9(04) COMP VALUE +20.
633425     05  WS-PRVW-FLD-CNT                PIC S9(04) COMP.
633425     05  WS-PRVW-FLD-SUB                PIC S9(04) COMP.
633425     05  WS-PRVW-NOT-SCAN-CNT           PIC S9(04) COMP.
633425     05  WS-PRVW-SCAN-APP-CNT           PIC S9(07) COMP-3.
633425     05  WS-PRVW-AFCT-APP-CNT           PIC S9(07) COMP-3.
633425     05  WS-PRVW-HOLD-APP-CNT           PIC S9(07) COMP-3.
633425     05  WS-PRVW-FLD-TBL.
633425         10  WS-PRVW-FLD-ENTRY          OCCURS 20 TIMES.
633425             15  WS-PRVW-FLD-NM         PIC X(18).
633425             15  WS-PRVW-FLD-SCAN-SW    PIC X(01).
633425                 88  WS-PRVW-FLD-SCANNED
633425                                        VALUE 'Y'.

      *
      *****************************************************************
      *  COMMON COPYBOOKS                                             *
       COPY ACFWUTTB.
       COPY ACFRUTTB.
      *
633425 COPY ACFWUPOA.
633425 COPY ACFRUPOL.
633425*
633425 COPY ACFWWQUE.
633425 COPY ACFRWQUE.
633425*
      *****************
       LINKAGE SECTION.
      *****************
                    PERFORM  5000-REJECT
                        THRU 5000-REJECT-X

633425         WHEN WS-BUS-FCN-PREVIEW
633425              PERFORM  6000-PREVIEW-IMPACT
633425                  THRU 6000-PREVIEW-IMPACT-X

           END-EVALUATE.

       2000-PROCESS-REQUEST-X.
           END-IF.

           SET  WS-APPLY-OK           TO TRUE.
703518     MOVE SPACES                TO RPNDC-PRIOR-IMAGE.

           EVALUATE TRUE

                    PERFORM  UFLD-1000-READ-FOR-UPDATE
                        THRU UFLD-1000-READ-FOR-UPDATE-X
                    IF  WUFLD-IO-OK
703518                  MOVE RUFLD-REC-INFO TO RPNDC-PRIOR-IMAGE
                        MOVE RPNDC-ROW-IMAGE
                                            TO RUFLD-REC-INFO
                        PERFORM  UFLD-2000-REWRITE
                    PERFORM  UFLD-1000-READ-FOR-UPDATE
                        THRU UFLD-1000-READ-FOR-UPDATE-X
                    IF  WUFLD-IO-OK
703518                  MOVE RUFLD-REC-INFO TO RPNDC-PRIOR-IMAGE
                        PERFORM  UFLD-1000-DELETE
                            THRU UFLD-1000-DELETE-X
                    ELSE
                    PERFORM  UTTB-1000-READ-FOR-UPDATE
                        THRU UTTB-1000-READ-FOR-UPDATE-X
                    IF  WUTTB-IO-OK
703518                  MOVE RUTTB-REC-INFO TO RPNDC-PRIOR-IMAGE
                        MOVE RPNDC-ROW-IMAGE
                                            TO RUTTB-REC-INFO
                        PERFORM  UTTB-2000-REWRITE
                    PERFORM  UTTB-1000-READ-FOR-UPDATE
                        THRU UTTB-1000-READ-FOR-UPDATE-X
                    IF  WUTTB-IO-OK
703518                  MOVE RUTTB-REC-INFO TO RPNDC-PRIOR-IMAGE
                        PERFORM  UTTB-1000-DELETE
                            THRU UTTB-1000-DELETE-X
                    ELSE

       5000-REJECT-X.
           EXIT.
633425*
633425*---------------------
633425 6000-PREVIEW-IMPACT.
633425*---------------------
633425
633425*
633425* SHOW THE APPROVER, BEFORE APPROVAL, HOW MANY UPLOADED
633425* APPLICATIONS NOT YET CONVERTED CARRY THE APEX VALUE WHOSE
633425* TRANSLATION THE PENDING CHANGE ALTERS, HOW MANY OF THOSE ARE
633425* ALREADY ON A HOLD QUEUE, AND A SAMPLE OF THEIR APP IDS.
633425*
633425
633425     PERFORM  6900-BLANK-PREVIEW
633425         THRU 6900-BLANK-PREVIEW-X.
633425
633425     PERFORM  7000-FETCH-PENDING
633425         THRU 7000-FETCH-PENDING-X.
633425
633425     IF  NOT WPNDC-IO-OK
633425         GO TO 6000-PREVIEW-IMPACT-X
633425     END-IF.
633425
633425     IF  NOT RPNDC-STAT-PENDING
633425*MSG: CHANGE IS NO LONGER PENDING
633425         MOVE 'AS21600004'      TO WGLOB-MSG-REF-INFO
633425         PERFORM  0260-1000-GENERATE-MESSAGE
633425             THRU 0260-1000-GENERATE-MESSAGE-X
633425         GO TO 6000-PREVIEW-IMPACT-X
633425     END-IF.
633425
633425     IF  NOT RPNDC-TBL-UTTB
633425*MSG: IMPACT PREVIEW APPLIES TO TRANSLATION CHANGES ONLY
633425         MOVE 'AS21600009'      TO WGLOB-MSG-REF-INFO
633425         PERFORM  0260-1000-GENERATE-MESSAGE
633425             THRU 0260-1000-GENERATE-MESSAGE-X
633425         GO TO 6000-PREVIEW-IMPACT-X
633425     END-IF.
633425
633425     PERFORM  6100-SET-OLD-NEW-TEXT
633425         THRU 6100-SET-OLD-NEW-TEXT-X.
633425
633425     IF  NOT WUTTB-IO-OK
633425         GO TO 6000-PREVIEW-IMPACT-X
633425     END-IF.
633425
633425     IF  RPNDC-ACTN-UPDATE
633425     AND MIR-PRVW-OLD-TXT = MIR-PRVW-NEW-TXT
633425*MSG: TRANSLATION TEXT UNCHANGED - NO APPLICATION AFFECTED
633425         MOVE 'AS21600010'      TO WGLOB-MSG-REF-INFO
633425         PERFORM  0260-1000-GENERATE-MESSAGE
633425             THRU 0260-1000-GENERATE-MESSAGE-X
633425         GO TO 6000-PREVIEW-IMPACT-X
633425     END-IF.
633425
633425     PERFORM  6200-LOAD-TYPE-FIELDS
633425         THRU 6200-LOAD-TYPE-FIELDS-X.
633425
633425     MOVE WS-PRVW-FLD-CNT       TO MIR-PRVW-FLD-CNT.
633425     MOVE WS-PRVW-NOT-SCAN-CNT  TO MIR-PRVW-NOT-SCAN-FLD-CNT.
633425
633425     IF  WS-PRVW-FLD-CNT = ZERO
633425         MOVE WS-PRVW-TTBL-TYP-ID
633425                                TO WGLOB-MSG-PARM (1)
633425*MSG: NO UPLOAD FIELD IS TRANSLATED THROUGH TYPE &1
633425         MOVE 'AS21600011'      TO WGLOB-MSG-REF-INFO
633425         PERFORM  0260-1000-GENERATE-MESSAGE
633425             THRU 0260-1000-GENERATE-MESSAGE-X
633425         GO TO 6000-PREVIEW-IMPACT-X
633425     END-IF.
633425
633425     PERFORM  6300-SCAN-PENDING-APPS
633425         THRU 6300-SCAN-PENDING-APPS-X.
633425
633425     MOVE WS-PRVW-SCAN-APP-CNT  TO MIR-PRVW-SCAN-APP-CNT.
633425     MOVE WS-PRVW-AFCT-APP-CNT  TO MIR-PRVW-AFCT-APP-CNT.
633425     MOVE WS-PRVW-HOLD-APP-CNT  TO MIR-PRVW-HOLD-APP-CNT.
633425
633425     IF  WS-PRVW-NOT-SCAN-CNT > ZERO
633425         MOVE MIR-PRVW-NOT-SCAN-FLD-CNT
633425                                TO WGLOB-MSG-PARM (1)
633425*MSG: &1 FIELD(S) OF THIS TYPE ARE NOT HELD ON THE UPOL ROW -
633425*     NOT INCLUDED IN THE PREVIEW
633425         MOVE 'AS21600012'      TO WGLOB-MSG-REF-INFO
633425         PERFORM  0260-1000-GENERATE-MESSAGE
633425             THRU 0260-1000-GENERATE-MESSAGE-X
633425     END-IF.
633425
633425     MOVE MIR-PRVW-AFCT-APP-CNT TO WGLOB-MSG-PARM (1).
633425     MOVE MIR-PRVW-SCAN-APP-CNT TO WGLOB-MSG-PARM (2).
633425     MOVE MIR-PRVW-HOLD-APP-CNT TO WGLOB-MSG-PARM (3).
633425*MSG: &1 OF &2 PENDING APPLICATIONS WOULD TRANSLATE DIFFERENTLY,
633425*     &3 ALREADY ON A HOLD QUEUE
633425     MOVE 'AS21600013'          TO WGLOB-MSG-REF-INFO.
633425     PERFORM  0260-1000-GENERATE-MESSAGE
633425         THRU 0260-1000-GENERATE-MESSAGE-X.
633425
633425 6000-PREVIEW-IMPACT-X.
633425     EXIT.
633425*
633425*-----------------------
633425 6100-SET-OLD-NEW-TEXT.
633425*-----------------------
633425
633425*
633425* THE PARKED ROW IMAGE CARRIES THE NEW TEXT; THE LIVE ROW, IF
633425* ANY, CARRIES THE OLD.  A DELETE LEAVES THE VALUE UNTRANSLATED.
633425*
633425
633425     MOVE RPNDC-ROW-IMAGE       TO RUTTB-REC-INFO.
633425     MOVE RUTTB-UPLD-TTBL-TYP-ID
633425                                TO WS-PRVW-TTBL-TYP-ID.
633425     MOVE RUTTB-UPLD-TTBL-VALU-ID
633425                                TO WS-PRVW-TTBL-VALU-ID.
633425     MOVE WS-PRVW-TTBL-TYP-ID   TO MIR-PRVW-TTBL-TYP-ID.
633425     MOVE WS-PRVW-TTBL-VALU-ID  TO MIR-PRVW-TTBL-VALU-ID.
633425
633425     IF  RPNDC-ACTN-DELETE
633425         MOVE SPACES            TO MIR-PRVW-NEW-TXT
633425     ELSE
633425         MOVE RUTTB-UPLD-TTBL-VALU-TXT
633425                                TO MIR-PRVW-NEW-TXT
633425     END-IF.
633425
633425     IF  RPNDC-ACTN-CREATE
633425         SET  WUTTB-IO-OK       TO TRUE
633425         GO TO 6100-SET-OLD-NEW-TEXT-X
633425     END-IF.
633425
633425     MOVE RPNDC-TRGT-KEY        TO WUTTB-KEY.
633425
633425     PERFORM  UTTB-1000-READ
633425         THRU UTTB-1000-READ-X.
633425
633425     IF  WUTTB-IO-OK
633425         MOVE RUTTB-UPLD-TTBL-VALU-TXT
633425                                TO MIR-PRVW-OLD-TXT
633425     ELSE
633425         MOVE WUTTB-KEY         TO WGLOB-MSG-PARM (1)
633425*MSG: TRANSLATION ROW &1 NOT ON FILE - NO PREVIEW AVAILABLE
633425         MOVE 'AS21600014'      TO WGLOB-MSG-REF-INFO
633425         PERFORM  0260-1000-GENERATE-MESSAGE
633425             THRU 0260-1000-GENERATE-MESSAGE-X
633425     END-IF.
633425
633425 6100-SET-OLD-NEW-TEXT-X.
633425     EXIT.
633425*
633425*-----------------------
633425 6200-LOAD-TYPE-FIELDS.
633425*-----------------------
633425
633425*
633425* COLLECT THE DISTINCT UPLOAD FIELD NAMES TRANSLATED THROUGH THE
633425* CHANGED TYPE, ACROSS ALL STRUCTURES AND APEX RELEASES.
633425*
633425
633425     MOVE ZERO                  TO WS-PRVW-FLD-CNT.
633425     MOVE ZERO                  TO WS-PRVW-NOT-SCAN-CNT.
633425
633425     MOVE LOW-VALUES            TO WUFLD-KEY.
633425     MOVE HIGH-VALUES           TO WUFLD-ENDBR-KEY.
633425     MOVE WGLOB-COMPANY-CODE    TO WUFLD-CO-ID.
633425     MOVE WGLOB-COMPANY-CODE    TO WUFLD-ENDBR-CO-ID.
633425
633425     PERFORM  UFLD-1000-BROWSE
633425         THRU UFLD-1000-BROWSE-X.
633425
633425     IF  WUFLD-IO-EOF
633425         GO TO 6200-LOAD-TYPE-FIELDS-X
633425     END-IF.
633425
633425     PERFORM  UFLD-2000-READ-NEXT
633425         THRU UFLD-2000-READ-NEXT-X.
633425
633425     PERFORM  6210-LOAD-ONE-FIELD
633425         THRU 6210-LOAD-ONE-FIELD-X
633425         UNTIL WUFLD-IO-EOF.
633425
633425     PERFORM  UFLD-3000-END-BROWSE
633425         THRU UFLD-3000-END-BROWSE-X.
633425
633425 6200-LOAD-TYPE-FIELDS-X.
633425     EXIT.
633425*
633425*---------------------
633425 6210-LOAD-ONE-FIELD.
633425*---------------------
633425
633425     IF  RUFLD-UPLD-TTBL-TYP-ID NOT = WS-PRVW-TTBL-TYP-ID
633425         GO TO 6210-READ-NEXT
633425     END-IF.
633425
633425     SET  WS-PRVW-FLD-NOT-DUP   TO TRUE.
633425
633425     PERFORM  6220-CHECK-DUP-FIELD
633425         THRU 6220-CHECK-DUP-FIELD-X
633425         VARYING WS-PRVW-FLD-SUB FROM +1 BY +1
633425         UNTIL WS-PRVW-FLD-SUB > WS-PRVW-FLD-CNT
633425         OR    WS-PRVW-FLD-DUP.
633425
633425     IF  WS-PRVW-FLD-DUP
633425     OR  WS-PRVW-FLD-CNT NOT < WS-PRVW-FLD-MAX
633425         GO TO 6210-READ-NEXT
633425     END-IF.
633425
633425     ADD  1                     TO WS-PRVW-FLD-CNT.
633425     MOVE WS-PRVW-FLD-CNT       TO WS-PRVW-FLD-SUB.
633425     MOVE RUFLD-UPLD-FLD-NM     TO WS-PRVW-FLD-NM
633425                                       (WS-PRVW-FLD-SUB).
633425
633425     PERFORM  6400-GET-UPOL-COLUMN
633425         THRU 6400-GET-UPOL-COLUMN-X.
633425
633425     IF  WS-PRVW-COL-FOUND
633425         MOVE 'Y'               TO WS-PRVW-FLD-SCAN-SW
633425                                       (WS-PRVW-FLD-SUB)
633425     ELSE
633425         MOVE 'N'               TO WS-PRVW-FLD-SCAN-SW
633425                                       (WS-PRVW-FLD-SUB)
633425         ADD  1                 TO WS-PRVW-NOT-SCAN-CNT
633425     END-IF.
633425
633425 6210-READ-NEXT.
633425
633425     PERFORM  UFLD-2000-READ-NEXT
633425         THRU UFLD-2000-READ-NEXT-X.
633425
633425 6210-LOAD-ONE-FIELD-X.
633425     EXIT.
633425*
633425*----------------------
633425 6220-CHECK-DUP-FIELD.
633425*----------------------
633425
633425     IF  WS-PRVW-FLD-NM (WS-PRVW-FLD-SUB) = RUFLD-UPLD-FLD-NM
633425         SET  WS-PRVW-FLD-DUP   TO TRUE
633425     END-IF.
633425
633425 6220-CHECK-DUP-FIELD-X.
633425     EXIT.
633425*
633425*------------------------
633425 6300-SCAN-PENDING-APPS.
633425*------------------------
633425
633425*
633425* WALK EVERY UPLOADED APPLICATION; ONLY THOSE NOT YET ASSIGNED A
633425* POLICY NUMBER CAN STILL BE TRANSLATED DIFFERENTLY.
633425*
633425
633425     MOVE ZERO                  TO WS-PRVW-SCAN-APP-CNT.
633425     MOVE ZERO                  TO WS-PRVW-AFCT-APP-CNT.
633425     MOVE ZERO                  TO WS-PRVW-HOLD-APP-CNT.
633425
633425     MOVE LOW-VALUES            TO WUPOA-KEY.
633425     MOVE HIGH-VALUES           TO WUPOA-ENDBR-KEY.
633425
633425     PERFORM  UPOA-1000-BROWSE
633425         THRU UPOA-1000-BROWSE-X.
633425
633425     IF  NOT WUPOA-IO-OK
633425         GO TO 6300-SCAN-PENDING-APPS-X
633425     END-IF.
633425
633425     PERFORM  UPOA-2000-READ-NEXT
633425         THRU UPOA-2000-READ-NEXT-X.
633425
633425     PERFORM  6310-CHECK-ONE-APP
633425         THRU 6310-CHECK-ONE-APP-X
633425         UNTIL NOT WUPOA-IO-OK.
633425
633425     PERFORM  UPOA-3000-END-BROWSE
633425         THRU UPOA-3000-END-BROWSE-X.
633425
633425 6300-SCAN-PENDING-APPS-X.
633425     EXIT.
633425*
633425*--------------------
633425 6310-CHECK-ONE-APP.
633425*--------------------
633425
633425     IF  NOT RUPOL-POL-ASGN-NO
633425         GO TO 6310-READ-NEXT
633425     END-IF.
633425
633425     ADD  1                     TO WS-PRVW-SCAN-APP-CNT.
633425     SET  WS-PRVW-APP-NOT-AFFECTED
633425                                TO TRUE.
633425
633425     PERFORM  6320-CHECK-ONE-FIELD
633425         THRU 6320-CHECK-ONE-FIELD-X
633425         VARYING WS-PRVW-FLD-SUB FROM +1 BY +1
633425         UNTIL WS-PRVW-FLD-SUB > WS-PRVW-FLD-CNT
633425         OR    WS-PRVW-APP-AFFECTED.
633425
633425     IF  WS-PRVW-APP-AFFECTED
633425         PERFORM  6330-RECORD-AFFECTED-APP
633425             THRU 6330-RECORD-AFFECTED-APP-X
633425     END-IF.
633425
633425 6310-READ-NEXT.
633425
633425     PERFORM  UPOA-2000-READ-NEXT
633425         THRU UPOA-2000-READ-NEXT-X.
633425
633425 6310-CHECK-ONE-APP-X.
633425     EXIT.
633425*
633425*----------------------
633425 6320-CHECK-ONE-FIELD.
633425*----------------------
633425
633425     IF  NOT WS-PRVW-FLD-SCANNED (WS-PRVW-FLD-SUB)
633425         GO TO 6320-CHECK-ONE-FIELD-X
633425     END-IF.
633425
633425     PERFORM  6400-GET-UPOL-COLUMN
633425         THRU 6400-GET-UPOL-COLUMN-X.
633425
633425     IF  WS-PRVW-COL-VALU = WS-PRVW-TTBL-VALU-ID
633425         SET  WS-PRVW-APP-AFFECTED
633425                                TO TRUE
633425     END-IF.
633425
633425 6320-CHECK-ONE-FIELD-X.
633425     EXIT.
633425*
633425*--------------------------
633425 6330-RECORD-AFFECTED-APP.
633425*--------------------------
633425
633425     ADD  1                     TO WS-PRVW-AFCT-APP-CNT.
633425     SET  WS-PRVW-APP-NOT-ON-HOLD
633425                                TO TRUE.
633425
633425     MOVE WGLOB-COMPANY-CODE    TO WWQUE-CO-ID.
633425     MOVE RUPOL-APP-ID          TO WWQUE-APP-ID.
633425
633425     PERFORM  WQUE-1100-BROWSE-APP
633425         THRU WQUE-1100-BROWSE-APP-X.
633425
633425     PERFORM  WQUE-2100-READ-NEXT-APP
633425         THRU WQUE-2100-READ-NEXT-APP-X.
633425
633425     PERFORM  6340-CHECK-HOLD-ROW
633425         THRU 6340-CHECK-HOLD-ROW-X
633425         UNTIL NOT WWQUE-IO-OK
633425         OR    WS-PRVW-APP-ON-HOLD.
633425
633425     PERFORM  WQUE-3100-END-BROWSE-APP
633425         THRU WQUE-3100-END-BROWSE-APP-X.
633425
633425     IF  WS-PRVW-APP-ON-HOLD
633425         ADD  1                 TO WS-PRVW-HOLD-APP-CNT
633425     END-IF.
633425
633425     IF  WS-PRVW-AFCT-APP-CNT > WS-MAX-ARRAY-LINES
633425         GO TO 6330-RECORD-AFFECTED-APP-X
633425     END-IF.
633425
633425     MOVE WS-PRVW-AFCT-APP-CNT  TO WS-LINE.
633425     MOVE RUPOL-APP-ID          TO MIR-PRVW-APP-ID-T (WS-LINE).
633425     MOVE WS-PRVW-HOLD-SW       TO MIR-PRVW-HOLD-IND-T (WS-LINE).
633425
633425 6330-RECORD-AFFECTED-APP-X.
633425     EXIT.
633425*
633425*---------------------
633425 6340-CHECK-HOLD-ROW.
633425*---------------------
633425
633425     IF  NOT RWQUE-STAT-RESOLVED
633425         SET  WS-PRVW-APP-ON-HOLD
633425                                TO TRUE
633425         GO TO 6340-CHECK-HOLD-ROW-X
633425     END-IF.
633425
633425     PERFORM  WQUE-2100-READ-NEXT-APP
633425         THRU WQUE-2100-READ-NEXT-APP-X.
633425
633425 6340-CHECK-HOLD-ROW-X.
633425     EXIT.
633425*
633425*----------------------
633425 6400-GET-UPOL-COLUMN.
633425*----------------------
633425
633425*
633425* RETURN THE UPOL COLUMN THAT HOLDS THE UPLOAD FIELD AT
633425* WS-PRVW-FLD-SUB.  FIELDS HELD ON THE CLIENT, COVERAGE OR
633425* BENEFICIARY ROWS ARE NOT FOUND HERE.
633425*
633425
633425     MOVE SPACES                TO WS-PRVW-COL-VALU.
633425     SET  WS-PRVW-COL-FOUND     TO TRUE.
633425
633425     EVALUATE WS-PRVW-FLD-NM (WS-PRVW-FLD-SUB)
633425
633425         WHEN 'PLAN_ID'
633425              MOVE RUPOL-PLAN-ID          TO WS-PRVW-COL-VALU
633425
633425         WHEN 'BASE_CVG_CD'
633425              MOVE RUPOL-BASE-CVG-CD      TO WS-PRVW-COL-VALU
633425
633425         WHEN 'PYMT_MODE_CD'
633425              MOVE RUPOL-PYMT-MODE-CD     TO WS-PRVW-COL-VALU
633425
633425         WHEN 'PYMT_TYP_CD'
633425              MOVE RUPOL-PYMT-TYP-CD      TO WS-PRVW-COL-VALU
633425
633425         WHEN 'NAYOSE_POL_CD'
633425              MOVE RUPOL-NAYOSE-POL-CD    TO WS-PRVW-COL-VALU
633425
633425         WHEN 'ACCT_HLD_TYP_CD'
633425              MOVE RUPOL-ACCT-HLD-TYP-CD  TO WS-PRVW-COL-VALU
633425
633425         WHEN 'BNK_ACCT_TYP_CD'
633425              MOVE RUPOL-BNK-ACCT-TYP-CD  TO WS-PRVW-COL-VALU
633425
633425         WHEN 'POL_CNVR_TYP_CD'
633425              MOVE RUPOL-POL-CNVR-TYP-CD  TO WS-PRVW-COL-VALU
633425
633425         WHEN 'PROD_APP_TYP_CD'
633425              MOVE RUPOL-PROD-APP-TYP-CD  TO WS-PRVW-COL-VALU
633425
633425         WHEN 'PMT_CRCY_CD'
633425              MOVE RUPOL-PMT-CRCY-CD      TO WS-PRVW-COL-VALU
633425
633425         WHEN 'VERIF_MTHD_CD'
633425              MOVE RUPOL-VERIF-MTHD-CD    TO WS-PRVW-COL-VALU
633425
633425         WHEN 'SAL_TST_RSLT_CD'
633425              MOVE RUPOL-SAL-TST-RSLT-CD  TO WS-PRVW-COL-VALU
633425
633425         WHEN 'POL_PRVD_TYP_CD'
633425              MOVE RUPOL-POL-PRVD-TYP-CD  TO WS-PRVW-COL-VALU
633425
633425         WHEN OTHER
633425              SET  WS-PRVW-COL-NOT-FOUND  TO TRUE
633425
633425     END-EVALUATE.
633425
633425 6400-GET-UPOL-COLUMN-X.
633425     EXIT.
633425*
633425*--------------------
633425 6900-BLANK-PREVIEW.
633425*--------------------
633425
633425     MOVE SPACES                TO MIR-PRVW-TTBL-TYP-ID.
633425     MOVE SPACES                TO MIR-PRVW-TTBL-VALU-ID.
633425     MOVE SPACES                TO MIR-PRVW-OLD-TXT.
633425     MOVE SPACES                TO MIR-PRVW-NEW-TXT.
633425     MOVE ZERO                  TO MIR-PRVW-FLD-CNT.
633425     MOVE ZERO                  TO MIR-PRVW-NOT-SCAN-FLD-CNT.
633425     MOVE ZERO                  TO MIR-PRVW-SCAN-APP-CNT.
633425     MOVE ZERO                  TO MIR-PRVW-AFCT-APP-CNT.
633425     MOVE ZERO                  TO MIR-PRVW-HOLD-APP-CNT.
633425
633425     PERFORM  6910-BLANK-PREVIEW-LINE
633425         THRU 6910-BLANK-PREVIEW-LINE-X
633425         VARYING WS-LINE FROM +1 BY +1
633425         UNTIL WS-LINE > WS-MAX-ARRAY-LINES.
633425
633425 6900-BLANK-PREVIEW-X.
633425     EXIT.
633425*
633425*-------------------------
633425 6910-BLANK-PREVIEW-LINE.
633425*-------------------------
633425
633425     MOVE SPACES                TO MIR-PRVW-APP-ID-T (WS-LINE).
633425     MOVE SPACES                TO MIR-PRVW-HOLD-IND-T (WS-LINE).
633425
633425 6910-BLANK-PREVIEW-LINE-X.
633425     EXIT.
      *
      *---------------------
       7000-FETCH-PENDING.
      *
       COPY ACPXUTTB.
      *
633425 COPY ACPNUTTB.
633425*
633425 COPY ACPBUFLD.
633425*
633425 COPY ACPBWQUE.
633425*
633425 COPY ACPB2160.
633425*
      *****************************************************************
      *  ERROR HANDLING ROUTINES
      *****************************************************************
