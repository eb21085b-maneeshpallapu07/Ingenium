874156**            RE-FEEDING EVERY CONVERSION STILL ON THE UPLOAD   **
874156**            TABLES - ADDED IN THE SAME INERT-COMMENT FORM     **
874156**            SINCE IT REMAINS "NOT USED BY MCL"                **
611203**  15OCT26  DEV    UNMAPPED APEX FIELD REGISTER - EVERY        **
611203**            STRUCTURE/FIELD NAME THE IMPORT CANNOT FIND ON    **
611203**            UFLD (THE AS21000062 UNKNOWN-FIELD PATHS AND THE  **
611203**            UFLD READ MISSES IN THE CLIENT AND POLICY FIELD   **
611203**            PATHS) IS WRITTEN TO THE UFDX SIGHTING EXTRACT    **
611203**            WITH THE APP ID AND CHANNEL, FOR THE REGISTER     **
611203**            AND WEEKLY REPORT IN ASBM9500 (SEE 7900-LOG-      **
611203**            UNMAPPED-FIELD) - ADDED IN THE SAME INERT-COMMENT **
611203**            FORM SINCE IT REMAINS "NOT USED BY MCL"           **
622314**  15OCT26  DEV    APEX RELEASE COMPATIBILITY - THE APEX       **
622314**            RELEASE ON THE 763405 TRANSMISSION HEADER IS KEPT **
622314**            FOR THE RUN AND EVERY UFLD LOOKUP TRIES THE       **
622314**            DEFINITION KEYED TO THAT RELEASE FIRST, FALLING   **
622314**            BACK TO THE BASE (SPACE-RELEASE) DEFINITION, SO   **
622314**            OLD AND NEW TABLET RELEASES CAN TRANSMIT SIDE BY  **
622314**            SIDE DURING A PHASED ROLLOUT. A TRANSLATION THAT  **
622314**            DIFFERS BY RELEASE IS CARRIED BY THE RELEASE      **
622314**            ROW'S OWN UTTB TYPE (SEE 7910-READ-UFLD-BY-RLSE)  **
622314**            - ADDED IN THE SAME INERT-COMMENT FORM SINCE IT   **
622314**            REMAINS "NOT USED BY MCL"                         **
741962**  15OCT26  DEV    POLICY NUMBER RANGE INVENTORY - AFTER EVERY **
741962**            SUCCESSFUL ASSIGNMENT THE HIGH-WATER MARK OF THE  **
741962**            SERIES THE NUMBER CAME FROM (007678 BUSINESS      **
741962**            CLASS, OR THE 618204 INSTANCE SERIES) IS ADVANCED **
741962**            ON THE PNRG RANGE TABLE, AND AN ASSIGNMENT        **
741962**            OUTSIDE THE ALLOCATED RANGE OR ONE THAT EXHAUSTS  **
741962**            IT IS REPORTED, FOR THE ASBM9502 EXHAUSTION       **
741962**            MONITOR (SEE 5310-ADVANCE-RANGE-HWM) - ADDED IN   **
741962**            THE SAME INERT-COMMENT FORM SINCE IT REMAINS "NOT **
741962**            USED BY MCL"                                      **
756318**  15OCT26  DEV    APPLICATION STICKER INVENTORY - EVERY       **
756318**            COVERAGE'S PRE-PRINTED STICKER NUMBER (STCKR-ID)  **
756318**            IS PROVED AGAINST THE STKI INVENTORY OF RANGES    **
756318**            ISSUED PER SALES OFFICE BY THE ASRUSTKR           **
756318**            SUBPROGRAM; A STICKER NEVER ISSUED OR ALREADY     **
756318**            USED ON ANOTHER APPLICATION HOLDS THE APP, ONE    **
756318**            ISSUED TO ANOTHER OFFICE IS A WARNING (SEE        **
756318**            7810-CHECK-CVG-STICKER) - ADDED IN THE SAME       **
756318**            INERT-COMMENT FORM SINCE IT REMAINS "NOT USED BY  **
756318**            MCL"                                              **
782630**  15OCT26  DEV    IMPAIRMENT CODING - EVERY ANSWER ON A       **
782630**            MEDICAL-EVIDENCE QUESTIONNAIRE STRUCTURE (THE     **
782630**            MEDEVID...MQ LIST AND THE CHEST, DIABETES AND     **
782630**            ASTHMA DETAIL STRUCTURES) IS CODED THROUGH THE    **
782630**            IMPC IMPAIRMENT CODE MASTER BY THE ASRUIMPC       **
782630**            SUBPROGRAM AND EACH DISTINCT CODE PER INSURED IS  **
782630**            WRITTEN TO THE IMPX EXTRACT FOR THE ASBM9504      **
782630**            IMPAIRMENT MIX (SEE 7820-CODE-IMPAIRMENT) - ADDED **
782630**            IN THE SAME INERT-COMMENT FORM SINCE IT REMAINS   **
782630**            "NOT USED BY MCL"                                 **
846173**  15OCT26  DEV    PREMIUM TAX ALLOCATION - THE ISSUE LOCATION **
846173**            (WS-POL-ISS-LOC-CD) IS STAMPED ON THE UPLOAD      **
846173**            POLICY ROW WITH THE CONVERSION DATE SO THE        **
846173**            QUARTERLY ASBM9507 EXTRACT CAN ALLOCATE           **
846173**            FIRST-YEAR PREMIUM BY JURISDICTION - ADDED IN THE **
846173**            SAME INERT-COMMENT FORM SINCE IT REMAINS "NOT     **
846173**            USED BY MCL"                                      **
861529**  15OCT26  DEV    POLICY FORM APPROVAL - THE APPLICATION FORM **
861529**            NUMBER (WS-APPL-FORM-NO) IS PROVED AGAINST THE    **
861529**            FAPR FORM APPROVAL MASTER FOR THE ISSUE LOCATION  **
861529**            (WS-POL-ISS-LOC-CD) AND SIGNATURE DATE BY THE     **
861529**            ASRUFAPR SUBPROGRAM; A FORM NEVER FILED IN, NOT   **
861529**            YET APPROVED IN OR WITHDRAWN FROM THAT            **
861529**            JURISDICTION HOLDS THE APP (SEE                   **
861529**            7830-CHECK-FORM-APPROVAL) - ADDED IN THE SAME     **
861529**            INERT-COMMENT FORM SINCE IT REMAINS "NOT USED BY  **
861529**            MCL"                                              **
872204**  15OCT26  DEV    SIGNATURE STALENESS - THE CLIENT SIGNATURE  **
872204**            DATE (WS-POL-APP-SIGN-DT) AND THE AGENT SIGNATURE **
872204**            DATE (RUPOL-SPCL-AGT-SIGN-DT) ARE AGED AGAINST    **
872204**            THE UPLOAD DATE (RUPOL-APP-UPLD-DT) USING LIMITS  **
872204**            FROM THE CHANNEL PROFILE; A STALE SIGNATURE       **
872204**            WARNS, ONE PAST THE HEALTH LIMIT REQUIRES A FRESH **
872204**            DECLARATION OF HEALTH (HLTHDC) BEFORE CONVERSION, **
872204**            AND AN AGENT WHO SIGNED BEFORE OR LONG AFTER THE  **
872204**            CLIENT IS FLAGGED FOR COMPLIANCE (SEE             **
872204**            7840-CHECK-SIGNATURE-AGE) - ADDED IN THE SAME     **
872204**            INERT-COMMENT FORM SINCE IT REMAINS "NOT USED BY  **
872204**            MCL"                                              **
938214**  15OCT26  DEV    COUNTRY RISK - EACH INSURED'S RESIDENCE     **
938214**            COUNTRY AND THE OVERSEAS TRAVEL DESTINATION       **
938214**            (RUPOL-OVRSEAS-TRAV-CTRY-CD) ARE RATED AGAINST    **
938214**            THE CRSK COUNTRY RISK MASTER BY THE ASRUCRSK      **
938214**            SUBPROGRAM; A QUESTIONNAIRE OR EXCLUSION-RIDER    **
938214**            TIER DRAWS THE FTRVQ OR FTRVEX REQUIREMENT, A     **
938214**            POSTPONE TIER OR A FACE OVER THE COUNTRY MAXIMUM  **
938214**            HOLDS THE APPLICATION (SEE                        **
938214**            7850-CHECK-RESIDENCE-RISK) - ADDED IN THE SAME    **
938214**            INERT-COMMENT FORM SINCE IT REMAINS "NOT USED BY  **
938214**            MCL"                                              **
951627**  15OCT26  DEV    MVR ORDERING - AN INSURED WITH A POSITIVE   **
951627**            HAZARDOUS-DRIVING ANSWER, OR WHOSE FACE IS ABOVE  **
951627**            THE PLAN'S MVRT ORDER THRESHOLD (ASRUMVRT         **
951627**            SUBPROGRAM), HAS A MOTOR VEHICLE RECORD ORDERED   **
951627**            ON THE MVRO EXTRACT AND AN 'MVR' REQUIREMENT      **
951627**            WRITTEN ORDERED; ASBM9512 MATCHES THE VENDOR      **
951627**            RESULT BACK (SEE 4906-6000-MVR-ORDER-HOOK) -      **
951627**            ADDED IN THE SAME INERT-COMMENT FORM SINCE IT     **
951627**            REMAINS "NOT USED BY MCL"                         **
463905**  15OCT26  DEV    RIDER ELIGIBILITY - EACH COVERAGE IS        **
463905**            EDITED BY THE ASRURELG SUBPROGRAM AGAINST THE     **
463905**            RELG MATRIX OF ALLOWED BASE/RIDER PLANS, ISSUE    **
463905**            AGES, RIDER FACE MULTIPLE OF BASE, PREMIUM END    **
463905**            AGE AND WAIVER ALLOWED; A FAILURE HOLDS THE APP   **
463905**            (SEE 7870-CHECK-RIDER-ELIGIBILITY) - ADDED IN THE **
463905**            SAME INERT-COMMENT FORM SINCE IT REMAINS "NOT     **
463905**            USED BY MCL"                                      **
528093**  15OCT26  DEV    BANK/BRANCH MASTER - THE BILLING AND        **
528093**            PAYOUT BANK/BRANCH PAIRS ARE EDITED BY THE        **
528093**            ASRUBKBR SUBPROGRAM AGAINST THE BKBR MASTER; A    **
528093**            MERGED BRANCH IS REMAPPED TO ITS SURVIVOR WITH A  **
528093**            WARNING, A CLOSED OR UNKNOWN BRANCH HOLDS THE APP **
528093**            (SEE 7880-CHECK-BANK-ACCOUNTS) - ADDED IN THE SAME**
528093**            INERT-COMMENT FORM SINCE IT REMAINS "NOT USED BY  **
528093**            MCL"                                              **
317846**  15OCT26  DEV    SALES OFFICE HIERARCHY - THE SALES OFFICE   **
317846**            AND BRANCH ARE RESOLVED BY THE ASRUSOHR SUBPROGRAM**
317846**            AGAINST THE SOHR HIERARCHY AS OF THE APPLICATION  **
317846**            DATE; A MERGED OFFICE IS REMAPPED TO ITS SURVIVOR **
317846**            AND THE BRANCH TAKEN FROM THE HIERARCHY, AN OFFICE**
317846**            NOT ON IT IS REPORTED (SEE                        **
317846**            7890-RESOLVE-SALES-OFFICE) - ADDED IN THE SAME    **
317846**            INERT-COMMENT FORM SINCE IT REMAINS "NOT USED BY  **
317846**            MCL"                                              **
384726**  15OCT26  DEV    PRE-UNDERWRITING OPINIONS - AN INSURED THE  **
384726**            AGENT HAD PRELIMINARILY UNDERWRITTEN QUOTES THE   **
384726**            OPINION REFERENCE (RUCLI-PRE-UW-REF-NUM); ONCE    **
384726**            THE COVERAGES ARE RATED THE ASRUPUWR SUBPROGRAM   **
384726**            LINKS THE APPLICATION TO THE TPUWR OPINION        **
384726**            REGISTER AND COMPARES IT - AN EXPIRED OR DECLINE  **
384726**            OPINION, A HIGHER FACE, OR NO RATING/EXCLUSION    **
384726**            WHERE ONE WAS QUOTED REFERS (HOLDS) THE APP, A    **
384726**            VALID OPINION IS HONORED AUTOMATICALLY IN PLACE   **
384726**            OF THE ADCR RULE SET (SEE                         **
384726**            7895-CHECK-PRE-UW-OPINION) - ADDED IN THE SAME    **
384726**            INERT-COMMENT FORM SINCE IT REMAINS "NOT USED BY  **
384726**            MCL"                                              **
529417**  15OCT26  DEV    SALES MATERIAL APPROVAL - THE COMPLIANCE    **
529417**            APPROVAL NUMBER OF THE SALES MATERIAL USED IN THE **
529417**            SALE (RUPOL-SLS-MATL-APPRV-NUM) IS EDITED BY THE  **
529417**            ASRUSMAT SUBPROGRAM AGAINST THE SMAT APPROVED     **
529417**            SALES MATERIAL REGISTRY FOR THE PLAN ON THE       **
529417**            SIGNATURE DATE; MATERIAL THAT IS UNKNOWN, EXPIRED,**
529417**            NOT YET IN USE OR NOT APPROVED FOR THE PLAN IS    **
529417**            REPORTED FOR COMPLIANCE REVIEW (SEE               **
529417**            7835-CHECK-SALES-MATERIAL) - ADDED IN THE SAME    **
529417**            INERT-COMMENT FORM SINCE IT REMAINS "NOT USED BY  **
529417**            MCL"                                              **
736152**  15OCT26  DEV    PRE-ISSUE DEATH REGISTRY CHECK - EVERY     **
736152**            INSURED AND OWNER IS CHECKED BY THE ASRUDREG     **
736152**            SUBPROGRAM AGAINST THE WEEKLY DREG NATIONAL DEATH**
736152**            REGISTRY (NAME, KANA NAME AND BIRTH DATE) AS THE **
736152**            POLICY IS FINALIZED; A MATCH STOPS THE CONVERSION**
736152**            WITH AN URGENT HOLD, A NEAR MATCH WRITES A DTHREV**
736152**            REVIEW REQUIREMENT (SEE 7898-CHECK-DEATH-REGISTRY)**
736152**            - ADDED IN THE SAME INERT-COMMENT FORM SINCE IT  **
736152**            REMAINS "NOT USED BY MCL"                        **
263951**  15OCT26  DEV    ELDERLY APPLICANT PROTECTION - WHEN AN     **
263951**            INSURED OR OWNER IS AT OR OVER THE ELDERLY AGE   **
263951**            ON THE APPLICATION DATE THE APP IS HELD UNTIL THE**
263951**            FAMILY ATTENDANCE INDICATOR OR A SECOND INTERVIEW**
263951**            DATE AND THE CONFIRMATION CALL INDICATOR ARE ON  **
263951**            THE UPLOAD ROW - CHECKED AS THE POLICY IS        **
263951**            FINALIZED, BEFORE ANY OF IT IS APPLIED (SEE      **
263951**            7892-CHECK-ELDERLY-APPLICANT) - ADDED IN THE SAME**
263951**            INERT-COMMENT FORM SINCE IT REMAINS "NOT USED BY **
263951**            MCL"                                             **
      *****************************************************************
      *
      **********************
763405*    05  WS-XMIT-SRC-SYS-CD           PIC X(08).
763405*    05  WS-XMIT-CREATE-TS            PIC X(26).
763405*    05  WS-XMIT-CO-ID                PIC X(02).
622314*    05  WS-XMIT-APEX-RLSE-ID         PIC X(04) VALUE SPACES.
763405*    05  WS-XMIT-TRL-REC-CNT          PIC 9(09).
763405*    05  WS-XMIT-TRL-APP-CNT          PIC 9(07).
763405*    05  WS-XMIT-TRL-PREM-HASH        PIC 9(15)V99.
596418*COPY ACSRQRTN.
596418*COPY ACSWQRTN.
      *
611203*COPY ACSRUFDX.
611203*COPY ACSWUFDX.
      *
741962*01  WS-PNRG-WORK-AREA.
741962*    05  WS-PNRG-POL-NUM              PIC 9(09).
      *
741962*COPY ACFWPNRG.
741962*COPY ACFRPNRG.
      *
563927*COPY ACWLCHPR.
      *
659342*COPY ACWLBDCL.
      *
807849*COPY ACWLMEDB.
      *
756318*COPY ACWLSTKR.
      *
861529*COPY ACWLFAPR.
      *
529417*COPY ACWLSMAT.
      *
872204* SIGNATURE STALENESS WORK AREA.  THE CHANNEL PROFILE SUPPLIES
872204* THE LIMITS; A CHANNEL ROW WITHOUT THEM TAKES THE DEFAULTS
872204* BELOW.  THE HEALTH DECLARATION SWITCH IS SET BY 7840 AND READ
872204* BY 6550 WHEN THE POLICY REQUIREMENTS ARE WRITTEN.
872204*01  WS-SGN-AGE-WORK-AREA.
872204*    05  WS-SGN-DFLT-WARN-DAYS        PIC 9(03)  VALUE 030.
872204*    05  WS-SGN-DFLT-HLTH-DAYS        PIC 9(03)  VALUE 090.
872204*    05  WS-SGN-DFLT-LAG-DAYS         PIC 9(03)  VALUE 030.
872204*    05  WS-SGN-WARN-DAYS             PIC 9(03).
872204*    05  WS-SGN-HLTH-DAYS             PIC 9(03).
872204*    05  WS-SGN-LAG-DAYS              PIC 9(03).
872204*    05  WS-SGN-UPLD-DT-INT           PIC S9(09) COMP-3.
872204*    05  WS-SGN-CLI-DT-INT            PIC S9(09) COMP-3.
872204*    05  WS-SGN-AGT-DT-INT            PIC S9(09) COMP-3.
872204*    05  WS-SGN-AGE-DAYS              PIC S9(05) COMP-3.
872204*    05  WS-SGN-AGT-LAG-DAYS          PIC S9(05) COMP-3.
872204*    05  WS-SGN-HLTH-DECL-SW          PIC X(01).
872204*        88  WS-SGN-HLTH-DECL-REQD          VALUE 'Y'.
872204*        88  WS-SGN-HLTH-DECL-NOT-REQD      VALUE 'N'.
      *
938214*COPY ACWLCRSK.
      *
938214* COUNTRY RISK WORK AREA.  7860 KEEPS THE MOST SEVERE ACTION
938214* DRAWN FOR THE APPLICATION BY ANY INSURED'S RESIDENCE OR BY
938214* THE TRAVEL DESTINATION (NONE, QUESTIONNAIRE, EXCLUSION
938214* RIDER, POSTPONE - IN RISING ORDER); 6550 WRITES THE MATCHING
938214* REQUIREMENT.
938214*01  WS-CRSK-WORK-AREA.
938214*    05  WS-CRSK-ACTN-CD              PIC X(01).
938214*        88  WS-CRSK-ACTN-NONE              VALUE 'N'.
938214*        88  WS-CRSK-ACTN-QUESTIONNAIRE     VALUE 'Q'.
938214*        88  WS-CRSK-ACTN-EXCL-RIDER        VALUE 'X'.
938214*        88  WS-CRSK-ACTN-POSTPONE          VALUE 'P'.
938214*    05  WS-CRSK-CTRY-CD              PIC X(02).
938214*    05  WS-CRSK-RISK-TIER-CD         PIC 9(01).
938214*    05  WS-CRSK-SRCE-CD              PIC X(09).
      *
463905*COPY ACWLRELG.
      *
951627*COPY ACWLMVRT.
951627*COPY ACSRMVRO.
951627*COPY ACSWMVRO.
      *
528093*COPY ACWLBKBR.
528093* WHICH ACCOUNT (BILLING OR PAYOUT) 7885 IS EDITING, FOR THE
528093* MESSAGE TEXT.
528093*01  WS-BKBR-WORK-AREA.
528093*    05  WS-BKBR-ACCT-DESC            PIC X(07).
      *
317846*COPY ACWLSOHR.
      *
384726*COPY ACWLPUWR.
384726* PRELIMINARY UNDERWRITING OPINIONS QUOTED BY THE INSUREDS ON THE
384726* CURRENT APPLICATION - SAVED AS EACH CLIENT IS FINALIZED AND
384726* CHECKED ONCE THE COVERAGES AND THEIR RATINGS ARE IN PLACE.
384726*01  WS-PUWR-WORK-AREA.
384726*    05  WS-PUWR-MAX                  PIC S9(04) COMP VALUE +5.
384726*    05  WS-PUWR-CNT                  PIC S9(04) COMP VALUE ZERO.
384726*    05  WS-PUWR-SUB                  PIC S9(04) COMP.
384726*    05  WS-PUWR-RATED-SW             PIC X(01).
384726*        88  WS-PUWR-APPL-RATED                 VALUE 'Y'.
384726*    05  WS-PUWR-EXCL-SW              PIC X(01).
384726*        88  WS-PUWR-APPL-EXCL                  VALUE 'Y'.
384726*    05  WS-PUWR-HONOR-SW             PIC X(01).
384726*        88  WS-PUWR-ALL-HONORED                VALUE 'Y'.
384726*    05  WS-PUWR-TBL.
384726*        10  WS-PUWR-ENTRY            OCCURS 5 TIMES.
384726*            15  WS-PUWR-REF-NUM      PIC X(06).
384726*            15  WS-PUWR-SUR-NM       PIC X(25).
384726*            15  WS-PUWR-GIV-NM       PIC X(25).
384726*            15  WS-PUWR-BTH-DT       PIC X(10).
      *
736152*COPY ACWLDREG.
736152* INSUREDS AND OWNERS OF THE CURRENT APPLICATION - SAVED AS EACH
736152* CLIENT IS FINALIZED AND CHECKED AGAINST THE DEATH REGISTRY AS
736152* THE POLICY IS FINALIZED, BEFORE ANY OF IT IS APPLIED.
736152*01  WS-DREG-WORK-AREA.
736152*    05  WS-DREG-MAX                  PIC S9(04) COMP VALUE +10.
736152*    05  WS-DREG-CNT                  PIC S9(04) COMP VALUE ZERO.
736152*    05  WS-DREG-SUB                  PIC S9(04) COMP.
736152*    05  WS-DREG-HOLD-SW              PIC X(01).
736152*        88  WS-DREG-HOLD                       VALUE 'Y'.
736152*    05  WS-DREG-REVIEW-SW            PIC X(01).
736152*        88  WS-DREG-REVIEW-REQD                VALUE 'Y'.
736152*    05  WS-DREG-TBL.
736152*        10  WS-DREG-ENTRY            OCCURS 10 TIMES.
736152*            15  WS-DREG-ROLE-CD      PIC X(01).
736152*                88  WS-DREG-ROLE-INSURED       VALUE 'I'.
736152*                88  WS-DREG-ROLE-OWNER         VALUE 'O'.
736152*            15  WS-DREG-SUR-NM       PIC X(25).
736152*            15  WS-DREG-GIV-NM       PIC X(25).
736152*            15  WS-DREG-KA-SUR-NM    PIC X(25).
736152*            15  WS-DREG-KA-GIV-NM    PIC X(25).
736152*            15  WS-DREG-BTH-DT       PIC X(10).
      *
263951* THE ELDERLY APPLICANT AGE - THE SAME DEFAULT AS THE NIGHTLY
263951* ASBM9541 ELDERLY HOLD RUN - AND THE AGE OF THE OLDEST INSURED
263951* OR OWNER SAVED IN WS-DREG-TBL.
263951*01  WS-ELDR-WORK-AREA.
263951*    05  WS-ELDR-AGE                  PIC 9(03)  VALUE 70.
263951*    05  WS-ELDR-SUB                  PIC S9(04) COMP.
263951*    05  WS-ELDR-CLI-AGE              PIC S9(04) COMP.
263951*    05  WS-ELDR-OLDEST-AGE           PIC S9(04) COMP.
263951*    05  WS-ELDR-APP-DT               PIC X(10).
263951*    05  WS-ELDR-APP-CCYY             PIC 9(04).
263951*    05  WS-ELDR-APP-MMDD             PIC 9(04).
263951*    05  WS-ELDR-BTH-CCYY             PIC 9(04).
263951*    05  WS-ELDR-BTH-MMDD             PIC 9(04).
263951*    05  WS-ELDR-HOLD-SW              PIC X(01).
263951*        88  WS-ELDR-HOLD                       VALUE 'Y'.
      *
782630* IMPAIRMENT CODES ALREADY WRITTEN TO IMPX FOR THE CURRENT
782630* INSURED - RESET FOR EACH CLIENT.
782630*01  WS-IMPR-WORK-AREA.
782630*    05  WS-IMPR-MAX                  PIC S9(04) COMP VALUE +30.
782630*    05  WS-IMPR-CNT                  PIC S9(04) COMP VALUE ZERO.
782630*    05  WS-IMPR-SUB                  PIC S9(04) COMP.
782630*    05  WS-IMPR-USE-SUB              PIC S9(04) COMP.
782630*    05  WS-IMPR-CD-TBL.
782630*        10  WS-IMPR-CD               PIC X(06) OCCURS 30 TIMES.
      *
782630*COPY ACWLIMPC.
782630*COPY ACSRIMPX.
782630*COPY ACSWIMPX.
      *
273548* PER-INSURED TAX-QUALIFIED PREMIUM ACCUMULATION.  THE ANNUAL
273548* CEILING IS THE STATUTORY FIGURE FOR QUALIFIED CONTRACTS AND
273548* IS MAINTAINED HERE AT EACH STATUTE CHANGE.
596418*    PERFORM  QRTN-4000-OPEN-EXTEND
596418*        THRU QRTN-4000-OPEN-EXTEND-X.
      *
611203*    PERFORM  UFDX-4000-OPEN-OUTPUT
611203*        THRU UFDX-4000-OPEN-OUTPUT-X.
      *
782630*    PERFORM  IMPX-4000-OPEN-OUTPUT
782630*        THRU IMPX-4000-OPEN-OUTPUT-X.
      *
951627*    PERFORM  MVRO-4000-OPEN-OUTPUT
951627*        THRU MVRO-4000-OPEN-OUTPUT-X.
      *
      *    MOVE ZERO                   TO WS-RECORDS-IN-APP.
      *
      *    PERFORM  APIN-0000-INIT-WORK-AREA
      *
      *    MOVE ALL 'N'              TO TUFCT-SWITCHES.
      *    MOVE 'N'                  TO LAPUP-INVALID-PLAN-SW.
384726*    MOVE ZERO                 TO WS-PUWR-CNT.
384726*    MOVE 'N'                  TO WS-PUWR-RATED-SW.
384726*    MOVE 'N'                  TO WS-PUWR-EXCL-SW.
736152*    MOVE ZERO                 TO WS-DREG-CNT.
736152*    MOVE 'N'                  TO WS-DREG-HOLD-SW.
736152*    MOVE 'N'                  TO WS-DREG-REVIEW-SW.
263951*    MOVE 'N'                  TO WS-ELDR-HOLD-SW.
557659*    MOVE 'N'                  TO LPOL-POL-REPL-IND.
557659*    MOVE 'N'                  TO LPOL-POL-REPL-CD.
APEX53*    MOVE 'N'                  TO WS-POL-APP-SIGN-IND.
557659*    MOVE 'N'                  TO WS-POL-MIB-SIGN-CD.
010313*    MOVE 'N'                  TO WS-AGT-EQUAL-SHARES-SW.
010313*    MOVE WWKDT-ZERO-DT        TO WS-POL-APP-SIGN-DT.
938214*    MOVE 'N'                  TO WS-CRSK-ACTN-CD.
938214*    MOVE SPACE                TO WS-CRSK-CTRY-CD.
938214*    MOVE ZERO                 TO WS-CRSK-RISK-TIER-CD.
      *
      *
      * THE FOLLOWING FIELDS ARE INITIALIZED BECAUSE THEY APPEAR IN
763405*                                TO WS-XMIT-CREATE-TS
763405*             MOVE WAPIN-HDR-CO-ID
763405*                                TO WS-XMIT-CO-ID
622314*             MOVE WAPIN-HDR-APEX-RLSE-ID
622314*                                TO WS-XMIT-APEX-RLSE-ID
763405*             SUBTRACT 1         FROM WS-XMIT-ACT-REC-CNT
      *
763405*        WHEN WAPIN-REC-XMIT-TRAILER
807849*7800-CHECK-BUILD-X.
807849*    EXIT.
      *
756318*-------------------------------
756318*7810-CHECK-CVG-STICKER.
756318*-------------------------------
      *
756318* PROVE THE COVERAGE'S PRE-PRINTED APPLICATION STICKER AGAINST
756318* THE STKI INVENTORY.  THE UBEN AND UFND ROWS ARE KEYED BY THE
756318* SAME STICKER AS THEIR COVERAGE, SO ONE EDIT PER COVERAGE
756318* COVERS THEM; THE SUBPROGRAM RECORDS THE FIRST SIGHTING ON
756318* THE STKU USAGE TABLE SO A LATER APP QUOTING IT IS CAUGHT.
      *
756318*    MOVE WGLOB-COMPANY-CODE     TO LSTKR-CO-ID.
756318*    MOVE RUPOL-SO-NUM           TO LSTKR-SO-NUM.
756318*    MOVE WCVGS-STCKR-ID (WS-CVG) TO LSTKR-STCKR-ID.
756318*    MOVE WPOL-APP-ID            TO LSTKR-APP-ID.
756318*    MOVE 'UCVG'                 TO LSTKR-SRC-TBL-ID.
756318*    MOVE WGLOB-PROCESS-DATE     TO LSTKR-USE-DT.
      *
756318*    CALL 'ASRUSTKR' USING WGLOB-GLOBAL-AREA
756318*                          LSTKR-PARM-AREA.
      *
756318*    EVALUATE TRUE
      *
756318*        WHEN LSTKR-STCKR-NOT-ISSUED
756318*MSG: APPLICATION STICKER @1 WAS NEVER ISSUED - APP HELD
756318*             MOVE 'AS21000291'  TO WGLOB-MSG-REF-INFO
756318*             MOVE LSTKR-STCKR-ID
756318*                                TO WGLOB-MSG-PARM (1)
756318*             PERFORM  9000-BUILD-MESSAGE-EXTRACT
756318*                 THRU 9000-BUILD-MESSAGE-EXTRACT-X
756318*             SET WS-ERROR-FOUND TO TRUE
      *
756318*        WHEN LSTKR-STCKR-ALREADY-USED
756318*MSG: APPLICATION STICKER @1 ALREADY USED ON APP @2 - APP HELD
756318*             MOVE 'AS21000292'  TO WGLOB-MSG-REF-INFO
756318*             MOVE LSTKR-STCKR-ID
756318*                                TO WGLOB-MSG-PARM (1)
756318*             MOVE LSTKR-USED-APP-ID
756318*                                TO WGLOB-MSG-PARM (2)
756318*             PERFORM  9000-BUILD-MESSAGE-EXTRACT
756318*                 THRU 9000-BUILD-MESSAGE-EXTRACT-X
756318*             SET WS-ERROR-FOUND TO TRUE
      *
756318*        WHEN LSTKR-STCKR-OTHER-OFFICE
756318*MSG: APPLICATION STICKER @1 ISSUED TO SALES OFFICE @2
756318*             MOVE 'AS21000293'  TO WGLOB-MSG-REF-INFO
756318*             MOVE LSTKR-STCKR-ID
756318*                                TO WGLOB-MSG-PARM (1)
756318*             MOVE LSTKR-ISSUE-SO-NUM
756318*                                TO WGLOB-MSG-PARM (2)
756318*             PERFORM  9000-BUILD-MESSAGE-EXTRACT
756318*                 THRU 9000-BUILD-MESSAGE-EXTRACT-X
      *
756318*        WHEN LSTKR-STCKR-IO-ERROR
756318*MSG: STICKER USAGE TABLE UNAVAILABLE - STICKER @1 NOT EDITED
756318*             MOVE 'AS21000294'  TO WGLOB-MSG-REF-INFO
756318*             MOVE LSTKR-STCKR-ID
756318*                                TO WGLOB-MSG-PARM (1)
756318*             PERFORM  9000-BUILD-MESSAGE-EXTRACT
756318*                 THRU 9000-BUILD-MESSAGE-EXTRACT-X
      *
756318*    END-EVALUATE.
      *
756318*7810-CHECK-CVG-STICKER-X.
756318*    EXIT.
      *
782630*-------------------------------
782630*7820-CODE-IMPAIRMENT.
782630*-------------------------------
      *
782630* CODE ONE QUESTIONNAIRE ANSWER TO ITS STANDARD IMPAIRMENT AND
782630* WRITE AN IMPX ROW THE FIRST TIME THE INSURED CODES TO IT -
782630* SEVERAL ANSWERS ON ONE STRUCTURE USUALLY DESCRIBE THE SAME
782630* CONDITION.  AN ANSWER WITH NO MASTER ROW IS SIMPLY NOT CODED.
      *
782630*    MOVE WAPIN-STRUCT-ID        TO LIMPC-STRUCT-NM.
782630*    MOVE WAPIN-FLD-ID           TO LIMPC-FLD-NM.
782630*    MOVE WAPIN-FLD-VALUE        TO LIMPC-ANSR-VALU.
      *
782630*    CALL 'ASRUIMPC' USING WGLOB-GLOBAL-AREA
782630*                          LIMPC-PARM-AREA.
      *
782630*    IF  NOT LIMPC-IMPR-CODED
782630*        GO TO 7820-CODE-IMPAIRMENT-X
782630*    END-IF.
      *
782630*    MOVE ZERO                   TO WS-IMPR-USE-SUB.
782630*    PERFORM  7825-FIND-INSURED-CODE
782630*        THRU 7825-FIND-INSURED-CODE-X
782630*        VARYING WS-IMPR-SUB FROM 1 BY 1
782630*        UNTIL WS-IMPR-SUB > WS-IMPR-CNT
782630*        OR    WS-IMPR-USE-SUB > ZERO.
      *
782630*    IF  WS-IMPR-USE-SUB > ZERO
782630*        GO TO 7820-CODE-IMPAIRMENT-X
782630*    END-IF.
      *
782630*    IF  WS-IMPR-CNT < WS-IMPR-MAX
782630*        ADD 1                   TO WS-IMPR-CNT
782630*        MOVE LIMPC-IMPR-CD      TO WS-IMPR-CD (WS-IMPR-CNT)
782630*    END-IF.
      *
782630*    MOVE SPACES                 TO RIMPX-SEQ-REC-INFO.
782630*    MOVE WS-COMPANY-CODE        TO RIMPX-CO-ID.
782630*    MOVE WPOL-APP-ID            TO RIMPX-APP-ID.
782630*    MOVE WCLI-CLI-ID            TO RIMPX-CLI-ID.
782630*    MOVE RPOL-PLAN-ID           TO RIMPX-PLAN-ID.
782630*    MOVE LIMPC-IMPR-CD          TO RIMPX-IMPR-CD.
782630*    MOVE LIMPC-IMPR-SVRTY-CD    TO RIMPX-IMPR-SVRTY-CD.
782630*    MOVE WAPIN-STRUCT-ID        TO RIMPX-STRUCT-NM.
782630*    MOVE WAPIN-FLD-ID           TO RIMPX-FLD-NM.
782630*    MOVE WAPIN-FLD-VALUE        TO RIMPX-ANSR-VALU.
782630*    MOVE WGLOB-PROCESS-DATE     TO RIMPX-CNV-DT.
      *
782630*    PERFORM  IMPX-2000-WRITE
782630*        THRU IMPX-2000-WRITE-X.
      *
782630*7820-CODE-IMPAIRMENT-X.
782630*    EXIT.
      *
782630*-------------------------------
782630*7825-FIND-INSURED-CODE.
782630*-------------------------------
      *
782630*    IF  WS-IMPR-CD (WS-IMPR-SUB) = LIMPC-IMPR-CD
782630*        MOVE WS-IMPR-SUB        TO WS-IMPR-USE-SUB
782630*    END-IF.
      *
782630*7825-FIND-INSURED-CODE-X.
782630*    EXIT.
      *
861529*-------------------------------
861529*7830-CHECK-FORM-APPROVAL.
861529*-------------------------------
      *
861529* THE APPLICATION FORM MUST BE APPROVED IN THE ISSUE LOCATION
861529* ON THE DATE THE APPLICATION WAS SIGNED.  WITH NO SIGNATURE
861529* DATE CAPTURED THE PROCESS DATE STANDS IN, AS IT DOES FOR
861529* RPOL-POL-APP-SIGN-DT.
      *
861529*    MOVE WS-APPL-FORM-NO-X      TO LFAPR-FORM-NUM.
861529*    MOVE WS-POL-ISS-LOC-CD      TO LFAPR-ISS-LOC-CD.
861529*    IF  WS-POL-APP-SIGN-DT = WWKDT-ZERO-DT
861529*        MOVE WGLOB-PROCESS-DATE TO LFAPR-SIGN-DT
861529*    ELSE
861529*        MOVE WS-POL-APP-SIGN-DT TO LFAPR-SIGN-DT
861529*    END-IF.
      *
861529*    CALL 'ASRUFAPR' USING WGLOB-GLOBAL-AREA
861529*                          LFAPR-PARM-AREA.
      *
861529*    EVALUATE TRUE
      *
861529*        WHEN LFAPR-FORM-NOT-FILED
861529*MSG: FORM @1 NOT APPROVED IN JURISDICTION @2 - APP HELD
861529*             MOVE 'AS21000301'  TO WGLOB-MSG-REF-INFO
861529*             MOVE LFAPR-FORM-NUM
861529*                                TO WGLOB-MSG-PARM (1)
861529*             MOVE LFAPR-ISS-LOC-CD
861529*                                TO WGLOB-MSG-PARM (2)
861529*             PERFORM  9000-BUILD-MESSAGE-EXTRACT
861529*                 THRU 9000-BUILD-MESSAGE-EXTRACT-X
861529*             SET WS-ERROR-FOUND TO TRUE
      *
861529*        WHEN LFAPR-FORM-NOT-YET-APPROVED
861529*MSG: FORM @1 NOT APPROVED IN @2 UNTIL @3, SIGNED @4 - APP HELD
861529*             MOVE 'AS21000302'  TO WGLOB-MSG-REF-INFO
861529*             MOVE LFAPR-FORM-NUM
861529*                                TO WGLOB-MSG-PARM (1)
861529*             MOVE LFAPR-ISS-LOC-CD
861529*                                TO WGLOB-MSG-PARM (2)
861529*             MOVE LFAPR-APPRV-DT
861529*                                TO WGLOB-MSG-PARM (3)
861529*             MOVE LFAPR-SIGN-DT TO WGLOB-MSG-PARM (4)
861529*             PERFORM  9000-BUILD-MESSAGE-EXTRACT
861529*                 THRU 9000-BUILD-MESSAGE-EXTRACT-X
861529*             SET WS-ERROR-FOUND TO TRUE
      *
861529*        WHEN LFAPR-FORM-WITHDRAWN
861529*MSG: FORM @1 WITHDRAWN IN @2 ON @3, SIGNED @4 - APP HELD
861529*             MOVE 'AS21000303'  TO WGLOB-MSG-REF-INFO
861529*             MOVE LFAPR-FORM-NUM
861529*                                TO WGLOB-MSG-PARM (1)
861529*             MOVE LFAPR-ISS-LOC-CD
861529*                                TO WGLOB-MSG-PARM (2)
861529*             MOVE LFAPR-WTHDR-DT
861529*                                TO WGLOB-MSG-PARM (3)
861529*             MOVE LFAPR-SIGN-DT TO WGLOB-MSG-PARM (4)
861529*             PERFORM  9000-BUILD-MESSAGE-EXTRACT
861529*                 THRU 9000-BUILD-MESSAGE-EXTRACT-X
861529*             SET WS-ERROR-FOUND TO TRUE
      *
861529*    END-EVALUATE.
      *
861529*7830-CHECK-FORM-APPROVAL-X.
861529*    EXIT.
      *
529417*-------------------------------
529417*7835-CHECK-SALES-MATERIAL.
529417*-------------------------------
      *
529417* THE SALES MATERIAL USED IN THE SALE MUST CARRY A COMPLIANCE
529417* APPROVAL NUMBER ON THE REGISTRY, APPROVED FOR THE PLAN AND IN
529417* USE ON THE DATE THE APPLICATION WAS SIGNED (THE PROCESS DATE
529417* WHEN NO SIGNATURE DATE WAS CAPTURED, AS IN 7830).  THE CASE IS
529417* NOT HELD - THE FINDING IS REPORTED FOR COMPLIANCE REVIEW AND
529417* THE MONTHLY ASBM9538 REPORT LISTS THE BUSINESS BY AGENT.
      *
529417*    IF  NOT RUPOL-APPROV-NUM-YES
529417*    AND RUPOL-SLS-MATL-APPRV-NUM = SPACES
529417*MSG: NO SALES MATERIAL APPROVAL NUMBER - COMPLIANCE REVIEW
529417*        MOVE 'AS21000336'       TO WGLOB-MSG-REF-INFO
529417*        PERFORM  9000-BUILD-MESSAGE-EXTRACT
529417*            THRU 9000-BUILD-MESSAGE-EXTRACT-X
529417*        GO TO 7835-CHECK-SALES-MATERIAL-X
529417*    END-IF.
      *
529417*    MOVE RUPOL-SLS-MATL-APPRV-NUM
529417*                                TO LSMAT-APPRV-NUM.
529417*    MOVE RPOL-PLAN-ID           TO LSMAT-PLAN-ID.
529417*    IF  WS-POL-APP-SIGN-DT = WWKDT-ZERO-DT
529417*        MOVE WGLOB-PROCESS-DATE TO LSMAT-USE-DT
529417*    ELSE
529417*        MOVE WS-POL-APP-SIGN-DT TO LSMAT-USE-DT
529417*    END-IF.
      *
529417*    CALL 'ASRUSMAT' USING WGLOB-GLOBAL-AREA
529417*                          LSMAT-PARM-AREA.
      *
529417*    EVALUATE TRUE
      *
529417*        WHEN LSMAT-MATL-NOT-SUPPLIED
529417*MSG: NO SALES MATERIAL APPROVAL NUMBER - COMPLIANCE REVIEW
529417*             MOVE 'AS21000336'  TO WGLOB-MSG-REF-INFO
529417*             PERFORM  9000-BUILD-MESSAGE-EXTRACT
529417*                 THRU 9000-BUILD-MESSAGE-EXTRACT-X
      *
529417*        WHEN LSMAT-MATL-UNKNOWN
529417*MSG: SALES MATL @1 NOT ON APPROVAL REGISTRY - COMPLIANCE REVIEW
529417*             MOVE 'AS21000337'  TO WGLOB-MSG-REF-INFO
529417*             MOVE LSMAT-APPRV-NUM
529417*                                TO WGLOB-MSG-PARM (1)
529417*             PERFORM  9000-BUILD-MESSAGE-EXTRACT
529417*                 THRU 9000-BUILD-MESSAGE-EXTRACT-X
      *
529417*        WHEN LSMAT-MATL-NOT-FOR-PLAN
529417*MSG: SALES MATL @1 NOT APPROVED FOR PLAN @2 - COMPLIANCE REVIEW
529417*             MOVE 'AS21000338'  TO WGLOB-MSG-REF-INFO
529417*             MOVE LSMAT-APPRV-NUM
529417*                                TO WGLOB-MSG-PARM (1)
529417*             MOVE LSMAT-PLAN-ID TO WGLOB-MSG-PARM (2)
529417*             PERFORM  9000-BUILD-MESSAGE-EXTRACT
529417*                 THRU 9000-BUILD-MESSAGE-EXTRACT-X
      *
529417*        WHEN LSMAT-MATL-EXPIRED
529417*MSG: SALES MATERIAL @1 EXPIRED @2, SIGNED @3 - COMPLIANCE REVIEW
529417*             MOVE 'AS21000339'  TO WGLOB-MSG-REF-INFO
529417*             MOVE LSMAT-APPRV-NUM
529417*                                TO WGLOB-MSG-PARM (1)
529417*             MOVE LSMAT-XPRY-DT TO WGLOB-MSG-PARM (2)
529417*             MOVE LSMAT-USE-DT  TO WGLOB-MSG-PARM (3)
529417*             PERFORM  9000-BUILD-MESSAGE-EXTRACT
529417*                 THRU 9000-BUILD-MESSAGE-EXTRACT-X
      *
529417*        WHEN LSMAT-MATL-NOT-YET-EFF
529417*MSG: SALES MATL @1 NOT IN USE UNTIL @2, SIGNED @3 - COMPLIANCE
529417*             MOVE 'AS21000340'  TO WGLOB-MSG-REF-INFO
529417*             MOVE LSMAT-APPRV-NUM
529417*                                TO WGLOB-MSG-PARM (1)
529417*             MOVE LSMAT-EFF-DT  TO WGLOB-MSG-PARM (2)
529417*             MOVE LSMAT-USE-DT  TO WGLOB-MSG-PARM (3)
529417*             PERFORM  9000-BUILD-MESSAGE-EXTRACT
529417*                 THRU 9000-BUILD-MESSAGE-EXTRACT-X
      *
529417*    END-EVALUATE.
      *
529417*7835-CHECK-SALES-MATERIAL-X.
529417*    EXIT.
      *
872204*-------------------------------
872204*7840-CHECK-SIGNATURE-AGE.
872204*-------------------------------
      *
872204* AGE THE CLIENT AND AGENT SIGNATURES AGAINST THE DATE THE
872204* APPLICATION WAS UPLOADED.  PAST THE CHANNEL'S WARNING LIMIT
872204* THE APPLICATION CONVERTS WITH A WARNING; PAST ITS HEALTH
872204* LIMIT A FRESH DECLARATION OF HEALTH IS REQUIRED BEFORE
872204* CONVERSION (6550 WRITES THE HLTHDC REQUIREMENT).  AN AGENT
872204* WHO SIGNED BEFORE THE CLIENT, OR LONGER AFTER THE CLIENT
872204* THAN THE CHANNEL'S LAG LIMIT, IS REPORTED FOR COMPLIANCE
872204* MONITORING ONLY.  A LIMIT OF 999 TURNS ITS CHECK OFF.
      *
872204*    SET WS-SGN-HLTH-DECL-NOT-REQD TO TRUE.
      *
872204*    IF  WS-POL-APP-SIGN-DT = WWKDT-ZERO-DT
872204*    OR  RUPOL-APP-UPLD-DT  = SPACES
872204*        GO TO 7840-CHECK-SIGNATURE-AGE-X
872204*    END-IF.
      *
872204*    MOVE LCHPR-SGN-WARN-DAYS    TO WS-SGN-WARN-DAYS.
872204*    MOVE LCHPR-SGN-HLTH-DAYS    TO WS-SGN-HLTH-DAYS.
872204*    MOVE LCHPR-AGT-SGN-LAG-DAYS TO WS-SGN-LAG-DAYS.
872204*    IF  WS-SGN-WARN-DAYS = ZERO
872204*        MOVE WS-SGN-DFLT-WARN-DAYS TO WS-SGN-WARN-DAYS
872204*    END-IF.
872204*    IF  WS-SGN-HLTH-DAYS = ZERO
872204*        MOVE WS-SGN-DFLT-HLTH-DAYS TO WS-SGN-HLTH-DAYS
872204*    END-IF.
872204*    IF  WS-SGN-LAG-DAYS = ZERO
872204*        MOVE WS-SGN-DFLT-LAG-DAYS  TO WS-SGN-LAG-DAYS
872204*    END-IF.
      *
872204*    MOVE WS-POL-APP-SIGN-DT     TO WS-SGN-CLI-DT-INT.
872204*    MOVE RUPOL-APP-UPLD-DT      TO L1640-EXTERNAL-DATE.
872204*    PERFORM  1640-3000-EXTERNAL-TO-INT
872204*        THRU 1640-3000-EXTERNAL-TO-INT-X.
872204*    MOVE L1640-INTERNAL-DATE    TO WS-SGN-UPLD-DT-INT.
      *
872204*    COMPUTE WS-SGN-AGE-DAYS = WS-SGN-UPLD-DT-INT
872204*                            - WS-SGN-CLI-DT-INT.
      *
872204*    IF  WS-SGN-HLTH-DAYS NOT = 999
872204*    AND WS-SGN-AGE-DAYS  > WS-SGN-HLTH-DAYS
872204*MSG: CLIENT SIGNED @1 DAYS BEFORE UPLOAD - HEALTH DECLARATION
872204*MSG: REQUIRED
872204*        MOVE 'AS21000305'       TO WGLOB-MSG-REF-INFO
872204*        MOVE WS-SGN-AGE-DAYS    TO WGLOB-MSG-PARM (1)
872204*        PERFORM  9000-BUILD-MESSAGE-EXTRACT
872204*            THRU 9000-BUILD-MESSAGE-EXTRACT-X
872204*        SET WS-SGN-HLTH-DECL-REQD TO TRUE
872204*    ELSE
872204*        IF  WS-SGN-WARN-DAYS NOT = 999
872204*        AND WS-SGN-AGE-DAYS  > WS-SGN-WARN-DAYS
872204*MSG: CLIENT SIGNED @1 DAYS BEFORE UPLOAD - OLDER THAN @2 DAYS
872204*            MOVE 'AS21000304'   TO WGLOB-MSG-REF-INFO
872204*            MOVE WS-SGN-AGE-DAYS
872204*                                TO WGLOB-MSG-PARM (1)
872204*            MOVE WS-SGN-WARN-DAYS
872204*                                TO WGLOB-MSG-PARM (2)
872204*            PERFORM  9000-BUILD-MESSAGE-EXTRACT
872204*                THRU 9000-BUILD-MESSAGE-EXTRACT-X
872204*        END-IF
872204*    END-IF.
      *
872204*    IF  RUPOL-SPCL-AGT-SIGN-DT = SPACES
872204*        GO TO 7840-CHECK-SIGNATURE-AGE-X
872204*    END-IF.
      *
872204*    MOVE RUPOL-SPCL-AGT-SIGN-DT TO L1640-EXTERNAL-DATE.
872204*    PERFORM  1640-3000-EXTERNAL-TO-INT
872204*        THRU 1640-3000-EXTERNAL-TO-INT-X.
872204*    MOVE L1640-INTERNAL-DATE    TO WS-SGN-AGT-DT-INT.
      *
872204*    COMPUTE WS-SGN-AGT-LAG-DAYS = WS-SGN-AGT-DT-INT
872204*                                - WS-SGN-CLI-DT-INT.
      *
872204*    IF  WS-SGN-AGT-LAG-DAYS < ZERO
872204*MSG: AGENT SIGNED @1 BEFORE CLIENT SIGNED @2 - COMPLIANCE REVIEW
872204*        MOVE 'AS21000306'       TO WGLOB-MSG-REF-INFO
872204*        MOVE RUPOL-SPCL-AGT-SIGN-DT
872204*                                TO WGLOB-MSG-PARM (1)
872204*        MOVE WS-POL-APP-SIGN-DT TO WGLOB-MSG-PARM (2)
872204*        PERFORM  9000-BUILD-MESSAGE-EXTRACT
872204*            THRU 9000-BUILD-MESSAGE-EXTRACT-X
872204*        GO TO 7840-CHECK-SIGNATURE-AGE-X
872204*    END-IF.
      *
872204*    IF  WS-SGN-LAG-DAYS NOT = 999
872204*    AND WS-SGN-AGT-LAG-DAYS > WS-SGN-LAG-DAYS
872204*MSG: AGENT SIGNED @1 DAYS AFTER CLIENT - COMPLIANCE REVIEW
872204*        MOVE 'AS21000307'       TO WGLOB-MSG-REF-INFO
872204*        MOVE WS-SGN-AGT-LAG-DAYS
872204*                                TO WGLOB-MSG-PARM (1)
872204*        PERFORM  9000-BUILD-MESSAGE-EXTRACT
872204*            THRU 9000-BUILD-MESSAGE-EXTRACT-X
872204*    END-IF.
      *
872204*7840-CHECK-SIGNATURE-AGE-X.
872204*    EXIT.
      *
938214*-------------------------------
938214*7850-CHECK-RESIDENCE-RISK.
938214*-------------------------------
      *
938214* RATE THE INSURED'S RESIDENCE COUNTRY (THE COUNTRY OF THE
938214* FIRST ADDRESS) AGAINST THE COUNTRY RISK MASTER.  THE HOME
938214* COUNTRY IS NOT CARRIED ON THE MASTER AND PASSES.
      *
938214*    MOVE WS-CLI-ADDR-INFO (1)   TO RCLIA-REC-INFO.
938214*    IF  RCLIA-CLI-CTRY-CD = SPACES
938214*        GO TO 7850-CHECK-RESIDENCE-RISK-X
938214*    END-IF.
      *
938214*    MOVE RCLIA-CLI-CTRY-CD      TO LCRSK-CTRY-CD.
938214*    MOVE 'RESIDENCE'            TO WS-CRSK-SRCE-CD.
938214*    PERFORM  7860-RATE-COUNTRY
938214*        THRU 7860-RATE-COUNTRY-X.
      *
938214*7850-CHECK-RESIDENCE-RISK-X.
938214*    EXIT.
      *
938214*-------------------------------
938214*7855-CHECK-TRAVEL-RISK.
938214*-------------------------------
      *
938214* RATE THE OVERSEAS TRAVEL DESTINATION.  TRAVEL IS ANSWERED
938214* ONCE FOR THE APPLICATION, SO IT IS RATED ONCE HERE AGAINST
938214* THE POLICY FACE RATHER THAN WITH EACH INSURED.
      *
938214*    IF  NOT RUPOL-OVRSEAS-TRAV-YES
938214*    OR  RUPOL-OVRSEAS-TRAV-CTRY-CD = SPACES
938214*        GO TO 7855-CHECK-TRAVEL-RISK-X
938214*    END-IF.
      *
938214*    MOVE RUPOL-OVRSEAS-TRAV-CTRY-CD
938214*                                TO LCRSK-CTRY-CD.
938214*    MOVE 'TRAVEL'               TO WS-CRSK-SRCE-CD.
938214*    PERFORM  7860-RATE-COUNTRY
938214*        THRU 7860-RATE-COUNTRY-X.
      *
938214*7855-CHECK-TRAVEL-RISK-X.
938214*    EXIT.
      *
938214*-------------------------------
938214*7860-RATE-COUNTRY.
938214*-------------------------------
      *
938214* A QUESTIONNAIRE OR EXCLUSION-RIDER COUNTRY IS REPORTED AND
938214* RAISES THE APPLICATION'S ACTION FOR 6550; A POSTPONE COUNTRY,
938214* OR A FACE ABOVE THE COUNTRY'S MAXIMUM, HOLDS THE APPLICATION.
938214* A LOWER TIER NEVER REPLACES A HIGHER ONE ALREADY DRAWN.
      *
938214*    MOVE RPOL-INIT-FACE-AMT     TO LCRSK-FACE-AMT.
938214*    MOVE WGLOB-PROCESS-DATE     TO LCRSK-AS-OF-DT.
      *
938214*    CALL 'ASRUCRSK' USING WGLOB-GLOBAL-AREA
938214*                          LCRSK-PARM-AREA.
      *
938214*    IF  NOT LCRSK-CTRY-RATED
938214*    OR  LCRSK-ACTN-NONE
938214*        GO TO 7860-RATE-COUNTRY-X
938214*    END-IF.
      *
938214*    EVALUATE TRUE
      *
938214*        WHEN LCRSK-FACE-OVER-MAX
938214*MSG: @1 COUNTRY @2 FACE OVER COUNTRY MAXIMUM @3 - APP HELD
938214*             MOVE 'AS21000311'  TO WGLOB-MSG-REF-INFO
938214*             MOVE WS-CRSK-SRCE-CD
938214*                                TO WGLOB-MSG-PARM (1)
938214*             MOVE LCRSK-CTRY-CD TO WGLOB-MSG-PARM (2)
938214*             MOVE LCRSK-MAX-FACE-AMT
938214*                                TO WGLOB-MSG-PARM (3)
938214*             PERFORM  9000-BUILD-MESSAGE-EXTRACT
938214*                 THRU 9000-BUILD-MESSAGE-EXTRACT-X
938214*             SET WS-ERROR-FOUND TO TRUE
      *
938214*        WHEN LCRSK-ACTN-POSTPONE
938214*MSG: @1 COUNTRY @2 RISK TIER @3 - POSTPONE, APP HELD
938214*             MOVE 'AS21000310'  TO WGLOB-MSG-REF-INFO
938214*             MOVE WS-CRSK-SRCE-CD
938214*                                TO WGLOB-MSG-PARM (1)
938214*             MOVE LCRSK-CTRY-CD TO WGLOB-MSG-PARM (2)
938214*             MOVE LCRSK-RISK-TIER-CD
938214*                                TO WGLOB-MSG-PARM (3)
938214*             PERFORM  9000-BUILD-MESSAGE-EXTRACT
938214*                 THRU 9000-BUILD-MESSAGE-EXTRACT-X
938214*             SET WS-ERROR-FOUND TO TRUE
      *
938214*        WHEN LCRSK-ACTN-EXCL-RIDER
938214*MSG: @1 COUNTRY @2 RISK TIER @3 - EXCLUSION RIDER REQUIRED
938214*             MOVE 'AS21000309'  TO WGLOB-MSG-REF-INFO
938214*             MOVE WS-CRSK-SRCE-CD
938214*                                TO WGLOB-MSG-PARM (1)
938214*             MOVE LCRSK-CTRY-CD TO WGLOB-MSG-PARM (2)
938214*             MOVE LCRSK-RISK-TIER-CD
938214*                                TO WGLOB-MSG-PARM (3)
938214*             PERFORM  9000-BUILD-MESSAGE-EXTRACT
938214*                 THRU 9000-BUILD-MESSAGE-EXTRACT-X
      *
938214*        WHEN LCRSK-ACTN-QUESTIONNAIRE
938214*MSG: @1 COUNTRY @2 RISK TIER @3 - TRAVEL QUESTIONNAIRE REQUIRED
938214*             MOVE 'AS21000308'  TO WGLOB-MSG-REF-INFO
938214*             MOVE WS-CRSK-SRCE-CD
938214*                                TO WGLOB-MSG-PARM (1)
938214*             MOVE LCRSK-CTRY-CD TO WGLOB-MSG-PARM (2)
938214*             MOVE LCRSK-RISK-TIER-CD
938214*                                TO WGLOB-MSG-PARM (3)
938214*             PERFORM  9000-BUILD-MESSAGE-EXTRACT
938214*                 THRU 9000-BUILD-MESSAGE-EXTRACT-X
      *
938214*    END-EVALUATE.
      *
938214*    IF  WS-CRSK-ACTN-POSTPONE
938214*        GO TO 7860-RATE-COUNTRY-X
938214*    END-IF.
938214*    IF  WS-CRSK-ACTN-EXCL-RIDER
938214*    AND LCRSK-ACTN-QUESTIONNAIRE
938214*        GO TO 7860-RATE-COUNTRY-X
938214*    END-IF.
      *
938214*    MOVE LCRSK-ACTN-CD          TO WS-CRSK-ACTN-CD.
938214*    MOVE LCRSK-CTRY-CD          TO WS-CRSK-CTRY-CD.
938214*    MOVE LCRSK-RISK-TIER-CD     TO WS-CRSK-RISK-TIER-CD.
      *
938214*7860-RATE-COUNTRY-X.
938214*    EXIT.
      *
463905*-------------------------------
463905*7870-CHECK-RIDER-ELIGIBILITY.
463905*-------------------------------
      *
463905* EDIT THE COVERAGE AGAINST THE RELG RIDER ELIGIBILITY MATRIX
463905* ROW FOR THE BASE PLAN AND THIS COVERAGE'S PLAN.  COVERAGE 1
463905* IS THE BASE AND IS EDITED AGAINST ITS OWN ISSUE LIMITS.  A
463905* BASE PLAN NOT CARRIED IN THE MATRIX IS NOT EDITED.
      *
463905*    MOVE WCVGS-PLAN-ID (1)      TO LRELG-BASE-PLAN-ID.
463905*    MOVE WCVGS-PLAN-ID (WS-CVG) TO LRELG-CVG-PLAN-ID.
463905*    MOVE WCVGS-INIT-COV-AMT (1) TO LRELG-BASE-FACE-AMT.
463905*    MOVE WCVGS-INIT-COV-AMT (WS-CVG)
463905*                                TO LRELG-CVG-FACE-AMT.
463905*    MOVE WCVGS-DUR-YR-CD (WS-CVG)
463905*                                TO LRELG-PREM-DUR-YR.
463905*    MOVE WCVGS-CVG-WP-IND (WS-CVG)
463905*                                TO LRELG-CVG-WP-IND.
463905*    MOVE WS-SAVE-INSRD-BTH-DT (1)
463905*                                TO LRELG-BTH-DT.
463905*    MOVE WPOL-POL-ISS-DT        TO LRELG-ISS-DT.
      *
463905*    CALL 'ASRURELG' USING WGLOB-GLOBAL-AREA
463905*                          LRELG-PARM-AREA.
      *
463905*    EVALUATE TRUE
      *
463905*        WHEN LRELG-RIDR-NOT-ALLOWED
463905*MSG: RIDER PLAN @1 NOT ALLOWED WITH BASE PLAN @2 - APP HELD
463905*             MOVE 'AS21000312'  TO WGLOB-MSG-REF-INFO
463905*             MOVE LRELG-CVG-PLAN-ID
463905*                                TO WGLOB-MSG-PARM (1)
463905*             MOVE LRELG-BASE-PLAN-ID
463905*                                TO WGLOB-MSG-PARM (2)
463905*             PERFORM  9000-BUILD-MESSAGE-EXTRACT
463905*                 THRU 9000-BUILD-MESSAGE-EXTRACT-X
463905*             SET WS-ERROR-FOUND TO TRUE
      *
463905*        WHEN LRELG-UNDER-MIN-AGE
463905*MSG: PLAN @1 ISSUE AGE @2 UNDER MINIMUM @3 - APP HELD
463905*             MOVE 'AS21000313'  TO WGLOB-MSG-REF-INFO
463905*             MOVE LRELG-CVG-PLAN-ID
463905*                                TO WGLOB-MSG-PARM (1)
463905*             MOVE LRELG-ISS-AGE TO WGLOB-MSG-PARM (2)
463905*             MOVE LRELG-MIN-ISS-AGE
463905*                                TO WGLOB-MSG-PARM (3)
463905*             PERFORM  9000-BUILD-MESSAGE-EXTRACT
463905*                 THRU 9000-BUILD-MESSAGE-EXTRACT-X
463905*             SET WS-ERROR-FOUND TO TRUE
      *
463905*        WHEN LRELG-OVER-MAX-AGE
463905*MSG: PLAN @1 ISSUE AGE @2 OVER MAXIMUM @3 - APP HELD
463905*             MOVE 'AS21000314'  TO WGLOB-MSG-REF-INFO
463905*             MOVE LRELG-CVG-PLAN-ID
463905*                                TO WGLOB-MSG-PARM (1)
463905*             MOVE LRELG-ISS-AGE TO WGLOB-MSG-PARM (2)
463905*             MOVE LRELG-MAX-ISS-AGE
463905*                                TO WGLOB-MSG-PARM (3)
463905*             PERFORM  9000-BUILD-MESSAGE-EXTRACT
463905*                 THRU 9000-BUILD-MESSAGE-EXTRACT-X
463905*             SET WS-ERROR-FOUND TO TRUE
      *
463905*        WHEN LRELG-OVER-FACE-MULT
463905*MSG: RIDER PLAN @1 FACE OVER BASE MULTIPLE LIMIT @2 - APP HELD
463905*             MOVE 'AS21000315'  TO WGLOB-MSG-REF-INFO
463905*             MOVE LRELG-CVG-PLAN-ID
463905*                                TO WGLOB-MSG-PARM (1)
463905*             MOVE LRELG-MAX-FACE-AMT
463905*                                TO WGLOB-MSG-PARM (2)
463905*             PERFORM  9000-BUILD-MESSAGE-EXTRACT
463905*                 THRU 9000-BUILD-MESSAGE-EXTRACT-X
463905*             SET WS-ERROR-FOUND TO TRUE
      *
463905*        WHEN LRELG-PREM-TERM-TOO-LONG
463905*MSG: PLAN @1 PREMIUMS END AT AGE @2 PAST MAXIMUM @3 - APP HELD
463905*             MOVE 'AS21000316'  TO WGLOB-MSG-REF-INFO
463905*             MOVE LRELG-CVG-PLAN-ID
463905*                                TO WGLOB-MSG-PARM (1)
463905*             MOVE LRELG-PREM-END-AGE
463905*                                TO WGLOB-MSG-PARM (2)
463905*             MOVE LRELG-MAX-PREM-END-AGE
463905*                                TO WGLOB-MSG-PARM (3)
463905*             PERFORM  9000-BUILD-MESSAGE-EXTRACT
463905*                 THRU 9000-BUILD-MESSAGE-EXTRACT-X
463905*             SET WS-ERROR-FOUND TO TRUE
      *
463905*        WHEN LRELG-WP-NOT-ALLOWED
463905*MSG: WAIVER OF PREMIUM NOT ALLOWED ON PLAN @1 - APP HELD
463905*             MOVE 'AS21000317'  TO WGLOB-MSG-REF-INFO
463905*             MOVE LRELG-CVG-PLAN-ID
463905*                                TO WGLOB-MSG-PARM (1)
463905*             PERFORM  9000-BUILD-MESSAGE-EXTRACT
463905*                 THRU 9000-BUILD-MESSAGE-EXTRACT-X
463905*             SET WS-ERROR-FOUND TO TRUE
      *
463905*        WHEN LRELG-BAD-DATE
463905*MSG: PLAN @1 ISSUE AGE NOT EDITED - BIRTH OR ISSUE DATE INVALID
463905*             MOVE 'AS21000318'  TO WGLOB-MSG-REF-INFO
463905*             MOVE LRELG-CVG-PLAN-ID
463905*                                TO WGLOB-MSG-PARM (1)
463905*             PERFORM  9000-BUILD-MESSAGE-EXTRACT
463905*                 THRU 9000-BUILD-MESSAGE-EXTRACT-X
      *
463905*    END-EVALUATE.
      *
463905*7870-CHECK-RIDER-ELIGIBILITY-X.
463905*    EXIT.
      *
528093*-------------------------------
528093*7880-CHECK-BANK-ACCOUNTS.
528093*-------------------------------
      *
528093* EDIT THE BILLING AND PAYOUT BANK/BRANCH PAIRS AGAINST THE
528093* BKBR BANK/BRANCH MASTER AS AT THE PROCESS DATE.  AN ACCOUNT
528093* WITHOUT A BANK IS NOT EDITED.
      *
528093*    IF  RUPOL-BNK-ID > SPACES
528093*        MOVE 'BILLING'          TO WS-BKBR-ACCT-DESC
528093*        MOVE RUPOL-BNK-ID       TO LBKBR-BNK-ID
528093*        MOVE RUPOL-BNK-BR-ID    TO LBKBR-BR-ID
528093*        PERFORM  7885-EDIT-BANK-BRANCH
528093*            THRU 7885-EDIT-BANK-BRANCH-X
528093*        IF  LBKBR-REMAPPED
528093*            MOVE LBKBR-NEW-BNK-ID
528093*                                TO RUPOL-BNK-ID
528093*            MOVE LBKBR-NEW-BR-ID
528093*                                TO RUPOL-BNK-BR-ID
528093*        END-IF
528093*    END-IF.
      *
528093*    IF  RUPOL-PAYO-BNK-ID > SPACES
528093*        MOVE 'PAYOUT'           TO WS-BKBR-ACCT-DESC
528093*        MOVE RUPOL-PAYO-BNK-ID  TO LBKBR-BNK-ID
528093*        MOVE RUPOL-PAYO-BNK-BR-ID
528093*                                TO LBKBR-BR-ID
528093*        PERFORM  7885-EDIT-BANK-BRANCH
528093*            THRU 7885-EDIT-BANK-BRANCH-X
528093*        IF  LBKBR-REMAPPED
528093*            MOVE LBKBR-NEW-BNK-ID
528093*                                TO RUPOL-PAYO-BNK-ID
528093*            MOVE LBKBR-NEW-BR-ID
528093*                                TO RUPOL-PAYO-BNK-BR-ID
528093*        END-IF
528093*    END-IF.
      *
528093*7880-CHECK-BANK-ACCOUNTS-X.
528093*    EXIT.
      *
528093*-------------------------------
528093*7885-EDIT-BANK-BRANCH.
528093*-------------------------------
      *
528093*    MOVE WGLOB-PROCESS-DATE     TO LBKBR-CHK-DT.
      *
528093*    CALL 'ASRUBKBR' USING WGLOB-GLOBAL-AREA
528093*                          LBKBR-PARM-AREA.
      *
528093*    EVALUATE TRUE
      *
528093*        WHEN LBKBR-REMAPPED
528093*MSG: @1 BANK/BRANCH @2 MERGED - REMAPPED TO @3
528093*             MOVE 'AS21000319'  TO WGLOB-MSG-REF-INFO
528093*             MOVE WS-BKBR-ACCT-DESC
528093*                                TO WGLOB-MSG-PARM (1)
528093*             STRING LBKBR-BNK-ID '/' LBKBR-BR-ID
528093*                 DELIMITED BY SIZE INTO WGLOB-MSG-PARM (2)
528093*             STRING LBKBR-NEW-BNK-ID '/' LBKBR-NEW-BR-ID
528093*                 DELIMITED BY SIZE INTO WGLOB-MSG-PARM (3)
528093*             PERFORM  9000-BUILD-MESSAGE-EXTRACT
528093*                 THRU 9000-BUILD-MESSAGE-EXTRACT-X
      *
528093*        WHEN LBKBR-CLOSED
528093*MSG: @1 BANK/BRANCH @2 CLOSED EFFECTIVE @3 - APP HELD
528093*             MOVE 'AS21000320'  TO WGLOB-MSG-REF-INFO
528093*             MOVE WS-BKBR-ACCT-DESC
528093*                                TO WGLOB-MSG-PARM (1)
528093*             STRING LBKBR-BNK-ID '/' LBKBR-BR-ID
528093*                 DELIMITED BY SIZE INTO WGLOB-MSG-PARM (2)
528093*             MOVE LBKBR-STAT-EFF-DT
528093*                                TO WGLOB-MSG-PARM (3)
528093*             PERFORM  9000-BUILD-MESSAGE-EXTRACT
528093*                 THRU 9000-BUILD-MESSAGE-EXTRACT-X
528093*             SET WS-ERROR-FOUND TO TRUE
      *
528093*        WHEN LBKBR-NOT-ON-MASTER
528093*MSG: @1 BANK/BRANCH @2 NOT ON BANK MASTER - APP HELD
528093*             MOVE 'AS21000321'  TO WGLOB-MSG-REF-INFO
528093*             MOVE WS-BKBR-ACCT-DESC
528093*                                TO WGLOB-MSG-PARM (1)
528093*             STRING LBKBR-BNK-ID '/' LBKBR-BR-ID
528093*                 DELIMITED BY SIZE INTO WGLOB-MSG-PARM (2)
528093*             PERFORM  9000-BUILD-MESSAGE-EXTRACT
528093*                 THRU 9000-BUILD-MESSAGE-EXTRACT-X
528093*             SET WS-ERROR-FOUND TO TRUE
      *
528093*        WHEN LBKBR-MERGE-TARGET-BAD
528093*MSG: @1 BANK/BRANCH @2 MERGED - NO OPEN SURVIVOR - APP HELD
528093*             MOVE 'AS21000322'  TO WGLOB-MSG-REF-INFO
528093*             MOVE WS-BKBR-ACCT-DESC
528093*                                TO WGLOB-MSG-PARM (1)
528093*             STRING LBKBR-BNK-ID '/' LBKBR-BR-ID
528093*                 DELIMITED BY SIZE INTO WGLOB-MSG-PARM (2)
528093*             PERFORM  9000-BUILD-MESSAGE-EXTRACT
528093*                 THRU 9000-BUILD-MESSAGE-EXTRACT-X
528093*             SET WS-ERROR-FOUND TO TRUE
      *
528093*    END-EVALUATE.
      *
528093*7885-EDIT-BANK-BRANCH-X.
528093*    EXIT.
      *
317846*-------------------------------
317846*7890-RESOLVE-SALES-OFFICE.
317846*-------------------------------
      *
317846* RESOLVE THE SALES OFFICE AND BRANCH AS KEYED THROUGH THE SOHR
317846* SALES ORGANIZATION HIERARCHY AS OF THE APPLICATION DATE (THE
317846* UPLOAD DATE WHEN THE APPLICATION CARRIES NONE).  A MERGED
317846* OFFICE IS REMAPPED TO ITS SURVIVOR; THE BRANCH ALWAYS COMES
317846* FROM THE HIERARCHY ONCE THE OFFICE IS FOUND.  AN OFFICE THE
317846* HIERARCHY DOES NOT KNOW IS REPORTED AND LEFT AS KEYED - IT
317846* DOES NOT HOLD THE APPLICATION.
      *
317846*    MOVE RUPOL-SO-NUM           TO LSOHR-SO-NUM.
317846*    MOVE RUPOL-BR-NUM           TO LSOHR-BR-NUM.
317846*    IF  RUPOL-APP-RPT-DT > SPACES
317846*        MOVE RUPOL-APP-RPT-DT   TO LSOHR-AS-OF-DT
317846*    ELSE
317846*        MOVE RUPOL-APP-UPLD-DT  TO LSOHR-AS-OF-DT
317846*    END-IF.
      *
317846*    CALL 'ASRUSOHR' USING WGLOB-GLOBAL-AREA
317846*                          LSOHR-PARM-AREA.
      *
317846*    EVALUATE TRUE
      *
317846*        WHEN LSOHR-RESOLVED
317846*             MOVE LSOHR-NEW-BR-NUM
317846*                                TO RUPOL-BR-NUM
      *
317846*        WHEN LSOHR-REMAPPED
317846*MSG: SALES OFFICE @1 MERGED @2 - REMAPPED TO OFFICE @3 BRANCH @4
317846*             MOVE 'AS21000323'  TO WGLOB-MSG-REF-INFO
317846*             MOVE LSOHR-SO-NUM  TO WGLOB-MSG-PARM (1)
317846*             MOVE LSOHR-MERGE-EFF-DT
317846*                                TO WGLOB-MSG-PARM (2)
317846*             MOVE LSOHR-NEW-SO-NUM
317846*                                TO WGLOB-MSG-PARM (3)
317846*             MOVE LSOHR-NEW-BR-NUM
317846*                                TO WGLOB-MSG-PARM (4)
317846*             PERFORM  9000-BUILD-MESSAGE-EXTRACT
317846*                 THRU 9000-BUILD-MESSAGE-EXTRACT-X
317846*             MOVE LSOHR-NEW-SO-NUM
317846*                                TO RUPOL-SO-NUM
317846*             MOVE LSOHR-NEW-BR-NUM
317846*                                TO RUPOL-BR-NUM
      *
317846*        WHEN LSOHR-NOT-ON-HIER
317846*MSG: SALES OFFICE @1 NOT ON THE OFFICE HIERARCHY AT @2
317846*             MOVE 'AS21000324'  TO WGLOB-MSG-REF-INFO
317846*             MOVE LSOHR-SO-NUM  TO WGLOB-MSG-PARM (1)
317846*             MOVE LSOHR-AS-OF-DT
317846*                                TO WGLOB-MSG-PARM (2)
317846*             PERFORM  9000-BUILD-MESSAGE-EXTRACT
317846*                 THRU 9000-BUILD-MESSAGE-EXTRACT-X
      *
317846*        WHEN LSOHR-MERGE-TARGET-BAD
317846*MSG: SALES OFFICE @1 MERGED - SURVIVOR NOT ON THE HIERARCHY
317846*             MOVE 'AS21000325'  TO WGLOB-MSG-REF-INFO
317846*             MOVE LSOHR-SO-NUM  TO WGLOB-MSG-PARM (1)
317846*             PERFORM  9000-BUILD-MESSAGE-EXTRACT
317846*                 THRU 9000-BUILD-MESSAGE-EXTRACT-X
      *
317846*    END-EVALUATE.
      *
317846*7890-RESOLVE-SALES-OFFICE-X.
317846*    EXIT.
      *
263951*-------------------------------
263951*7892-CHECK-ELDERLY-APPLICANT.
263951*-------------------------------
      *
263951* THE AGE IS AGE LAST BIRTHDAY ON THE APPLICATION DATE (THE
263951* REPORTED APPLICATION DATE, ELSE THE UPLOAD DATE) OF EACH
263951* INSURED AND OWNER SAVED BY 4906-8000.  A FAMILY MEMBER AT THE
263951* SALE, OR A SECOND MEETING ON OR AFTER THE APPLICATION DATE,
263951* SATISFIES THE ATTENDANCE RULE; THE CONFIRMATION CALL MUST HAVE
263951* BEEN MADE.  ASBM9541 PUTS THE SAME CASES ON THE ELHL HOLD FILE
263951* FOR THE BRANCH TO WORK.
      *
263951*    MOVE ZERO                   TO WS-ELDR-OLDEST-AGE.
      *
263951*    IF  RUPOL-APP-RPT-DT > SPACES
263951*        MOVE RUPOL-APP-RPT-DT   TO WS-ELDR-APP-DT
263951*    ELSE
263951*        MOVE RUPOL-APP-UPLD-DT  TO WS-ELDR-APP-DT
263951*    END-IF.
      *
263951*    PERFORM  7893-AGE-ONE-PERSON
263951*        THRU 7893-AGE-ONE-PERSON-X
263951*        VARYING WS-ELDR-SUB FROM 1 BY 1
263951*        UNTIL WS-ELDR-SUB > WS-DREG-CNT.
      *
263951*    IF  WS-ELDR-OLDEST-AGE < WS-ELDR-AGE
263951*        GO TO 7892-CHECK-ELDERLY-APPLICANT-X
263951*    END-IF.
      *
263951*    MOVE WS-ELDR-OLDEST-AGE     TO WGLOB-MSG-PARM (1).
      *
263951*    IF  NOT RUPOL-ELDR-FMLY-ATTND-YES
263951*        IF  RUPOL-ELDR-2ND-INTVW-DT = SPACES
263951*        OR  RUPOL-ELDR-2ND-INTVW-DT = LOW-VALUES
263951*        OR  RUPOL-ELDR-2ND-INTVW-DT < WS-ELDR-APP-DT
263951*MSG: ELDERLY APPLICANT AGE @1 - NO FAMILY ATTENDANCE OR SECOND
263951*     INTERVIEW - APP HELD
263951*            MOVE 'AS21000344'   TO WGLOB-MSG-REF-INFO
263951*            PERFORM  9000-BUILD-MESSAGE-EXTRACT
263951*                THRU 9000-BUILD-MESSAGE-EXTRACT-X
263951*            SET WS-ELDR-HOLD    TO TRUE
263951*            SET WS-ERROR-FOUND  TO TRUE
263951*        END-IF
263951*    END-IF.
      *
263951*    IF  NOT RUPOL-CNFRM-CALL-YES
263951*MSG: ELDERLY APPLICANT AGE @1 - CONFIRMATION CALL NOT MADE - NOT
263951*     CONVERTED
263951*        MOVE 'AS21000345'       TO WGLOB-MSG-REF-INFO
263951*        PERFORM  9000-BUILD-MESSAGE-EXTRACT
263951*            THRU 9000-BUILD-MESSAGE-EXTRACT-X
263951*        SET WS-ELDR-HOLD        TO TRUE
263951*        SET WS-ERROR-FOUND      TO TRUE
263951*    END-IF.
      *
263951*7892-CHECK-ELDERLY-APPLICANT-X.
263951*    EXIT.
      *
263951*-------------------------------
263951*7893-AGE-ONE-PERSON.
263951*-------------------------------
      *
263951* A BIRTH DATE THAT CANNOT BE READ IS PASSED OVER HERE - ASBM9541
263951* REPORTS IT.
      *
263951*    IF  WS-DREG-BTH-DT (WS-ELDR-SUB) (1:4) NOT NUMERIC
263951*    OR  WS-DREG-BTH-DT (WS-ELDR-SUB) (6:2) NOT NUMERIC
263951*    OR  WS-DREG-BTH-DT (WS-ELDR-SUB) (9:2) NOT NUMERIC
263951*    OR  WS-ELDR-APP-DT (1:4)   NOT NUMERIC
263951*    OR  WS-ELDR-APP-DT (6:2)   NOT NUMERIC
263951*    OR  WS-ELDR-APP-DT (9:2)   NOT NUMERIC
263951*        GO TO 7893-AGE-ONE-PERSON-X
263951*    END-IF.
      *
263951*    MOVE WS-ELDR-APP-DT (1:4)   TO WS-ELDR-APP-CCYY.
263951*    MOVE WS-ELDR-APP-DT (6:2)   TO WS-ELDR-APP-MMDD (1:2).
263951*    MOVE WS-ELDR-APP-DT (9:2)   TO WS-ELDR-APP-MMDD (3:2).
263951*    MOVE WS-DREG-BTH-DT (WS-ELDR-SUB) (1:4)
263951*                                TO WS-ELDR-BTH-CCYY.
263951*    MOVE WS-DREG-BTH-DT (WS-ELDR-SUB) (6:2)
263951*                                TO WS-ELDR-BTH-MMDD (1:2).
263951*    MOVE WS-DREG-BTH-DT (WS-ELDR-SUB) (9:2)
263951*                                TO WS-ELDR-BTH-MMDD (3:2).
      *
263951*    COMPUTE WS-ELDR-CLI-AGE     = WS-ELDR-APP-CCYY
263951*                                - WS-ELDR-BTH-CCYY.
263951*    IF  WS-ELDR-APP-MMDD < WS-ELDR-BTH-MMDD
263951*        SUBTRACT 1            FROM WS-ELDR-CLI-AGE
263951*    END-IF.
      *
263951*    IF  WS-ELDR-CLI-AGE > WS-ELDR-OLDEST-AGE
263951*        MOVE WS-ELDR-CLI-AGE    TO WS-ELDR-OLDEST-AGE
263951*    END-IF.
      *
263951*7893-AGE-ONE-PERSON-X.
263951*    EXIT.
      *
384726*-------------------------------
384726*7895-CHECK-PRE-UW-OPINION.
384726*-------------------------------
      *
384726* EVERY PRELIMINARY UNDERWRITING OPINION QUOTED ON THE APPLICATION
384726* IS PROVED AGAINST THE TPUWR REGISTER BY ASRUPUWR, WHICH ALSO
384726* LINKS THE OPINION TO THE APPLICATION.  ANY OPINION THAT CANNOT
384726* BE HONORED REFERS (HOLDS) THE APPLICATION FOR THE UNDERWRITER;
384726* WHEN EVERY OPINION IS HONORED THE CASE IS APPROVED ON THE
384726* OPINION'S TERMS WITHOUT THE ADCR RULE SET (SEE 7100).  THE
384726* RATING SWITCHES ARE SET BY 7410 AS THE URTG ROWS ARE APPLIED.
      *
384726*    IF  WS-PUWR-CNT = ZERO
384726*        IF  RUPOL-PRELIM-UW-YES
384726*MSG: PRELIMINARY UNDERWRITING FLAGGED - NO OPINION REFERENCE
384726*            MOVE 'AS21000326'   TO WGLOB-MSG-REF-INFO
384726*            PERFORM  9000-BUILD-MESSAGE-EXTRACT
384726*                THRU 9000-BUILD-MESSAGE-EXTRACT-X
384726*            SET WS-ERROR-FOUND  TO TRUE
384726*        END-IF
384726*        GO TO 7895-CHECK-PRE-UW-OPINION-X
384726*    END-IF.
      *
384726*    MOVE 'Y'                    TO WS-PUWR-HONOR-SW.
      *
384726*    PERFORM  7896-CHECK-ONE-OPINION
384726*        THRU 7896-CHECK-ONE-OPINION-X
384726*        VARYING WS-PUWR-SUB FROM 1 BY 1
384726*        UNTIL WS-PUWR-SUB > WS-PUWR-CNT.
      *
384726*    IF  WS-PUWR-ALL-HONORED
384726*    AND NOT WS-ERROR-FOUND
384726*        PERFORM  7897-HONOR-OPINION
384726*            THRU 7897-HONOR-OPINION-X
384726*    END-IF.
      *
384726*7895-CHECK-PRE-UW-OPINION-X.
384726*    EXIT.
      *
384726*-------------------------------
384726*7896-CHECK-ONE-OPINION.
384726*-------------------------------
      *
384726*    MOVE WS-COMPANY-CODE        TO LPUWR-CO-ID.
384726*    MOVE WS-PUWR-REF-NUM (WS-PUWR-SUB)
384726*                                TO LPUWR-REF-NUM.
384726*    MOVE WPOL-APP-ID            TO LPUWR-APP-ID.
384726*    MOVE WS-PUWR-SUR-NM (WS-PUWR-SUB)
384726*                                TO LPUWR-INSRD-SUR-NM.
384726*    MOVE WS-PUWR-GIV-NM (WS-PUWR-SUB)
384726*                                TO LPUWR-INSRD-GIV-NM.
384726*    MOVE WS-PUWR-BTH-DT (WS-PUWR-SUB)
384726*                                TO LPUWR-INSRD-BTH-DT.
384726*    MOVE RPOL-INIT-FACE-AMT     TO LPUWR-APPL-FACE-AMT.
384726*    MOVE WS-PUWR-RATED-SW       TO LPUWR-APPL-RATED-IND.
384726*    MOVE WS-PUWR-EXCL-SW        TO LPUWR-APPL-EXCL-IND.
384726*    MOVE WGLOB-PROCESS-DATE     TO LPUWR-CHK-DT.
      *
384726*    CALL 'ASRUPUWR' USING WGLOB-GLOBAL-AREA
384726*                          LPUWR-PARM-AREA.
      *
384726*    MOVE LPUWR-REF-NUM          TO WGLOB-MSG-PARM (1).
      *
384726*    IF  LPUWR-HONORED
384726*MSG: PRE-UNDERWRITING OPINION @1 HONORED - OFFER @2
384726*        MOVE 'AS21000327'       TO WGLOB-MSG-REF-INFO
384726*        MOVE LPUWR-OFFER-CD     TO WGLOB-MSG-PARM (2)
384726*        PERFORM  9000-BUILD-MESSAGE-EXTRACT
384726*            THRU 9000-BUILD-MESSAGE-EXTRACT-X
384726*        GO TO 7896-CHECK-ONE-OPINION-X
384726*    END-IF.
      *
384726*    MOVE 'N'                    TO WS-PUWR-HONOR-SW.
      *
384726*    EVALUATE TRUE
      *
384726*        WHEN LPUWR-NOT-SUPPLIED
384726*MSG: PRELIMINARY UNDERWRITING FLAGGED - NO OPINION REFERENCE
384726*             MOVE 'AS21000326'  TO WGLOB-MSG-REF-INFO
      *
384726*        WHEN LPUWR-NOT-ON-REGISTER
384726*MSG: PRE-UW REFERENCE @1 NOT ON THE OPINION REGISTER - REFERRED
384726*             MOVE 'AS21000328'  TO WGLOB-MSG-REF-INFO
      *
384726*        WHEN LPUWR-INSRD-MISMATCH
384726*MSG: PRE-UW REFERENCE @1 WAS GIVEN ON ANOTHER INSURED - REFERRED
384726*             MOVE 'AS21000329'  TO WGLOB-MSG-REF-INFO
      *
384726*        WHEN LPUWR-LINKED-OTHER-APP
384726*MSG: PRE-UW REFERENCE @1 ALREADY TAKEN UP BY APP @2 - REFERRED
384726*             MOVE 'AS21000330'  TO WGLOB-MSG-REF-INFO
384726*             MOVE LPUWR-LINKED-APP-ID
384726*                                TO WGLOB-MSG-PARM (2)
      *
384726*        WHEN LPUWR-EXPIRED
384726*MSG: PRE-UW OPINION @1 EXPIRED @2 - REFERRED
384726*             MOVE 'AS21000331'  TO WGLOB-MSG-REF-INFO
384726*             MOVE LPUWR-VALID-TO-DT
384726*                                TO WGLOB-MSG-PARM (2)
      *
384726*        WHEN LPUWR-OPINION-DECLINE
384726*MSG: PRE-UW OPINION @1 WAS A DECLINE - REFERRED
384726*             MOVE 'AS21000332'  TO WGLOB-MSG-REF-INFO
      *
384726*        WHEN LPUWR-FACE-OVER-OPINION
384726*MSG: FACE @2 ABOVE PRE-UW OPINION @1 MAXIMUM @3 - REFERRED
384726*             MOVE 'AS21000333'  TO WGLOB-MSG-REF-INFO
384726*             MOVE LPUWR-APPL-FACE-AMT
384726*                                TO WGLOB-MSG-PARM (2)
384726*             MOVE LPUWR-MAX-FACE-AMT
384726*                                TO WGLOB-MSG-PARM (3)
      *
384726*        WHEN LPUWR-CLASS-BETTER-THAN-OPIN
384726*MSG: PRE-UW OPINION @1 OFFER @2 @3 NOT APPLIED FOR - REFERRED
384726*             MOVE 'AS21000334'  TO WGLOB-MSG-REF-INFO
384726*             MOVE LPUWR-OFFER-CD
384726*                                TO WGLOB-MSG-PARM (2)
384726*             MOVE LPUWR-TBL-RATG-CD
384726*                                TO WGLOB-MSG-PARM (3)
      *
384726*        WHEN OTHER
384726*MSG: PRE-UW OPINION REGISTER UNAVAILABLE FOR @1 - REFERRED
384726*             MOVE 'AS21000335'  TO WGLOB-MSG-REF-INFO
      *
384726*    END-EVALUATE.
      *
384726*    PERFORM  9000-BUILD-MESSAGE-EXTRACT
384726*        THRU 9000-BUILD-MESSAGE-EXTRACT-X.
384726*    SET WS-ERROR-FOUND          TO TRUE.
      *
384726*7896-CHECK-ONE-OPINION-X.
384726*    EXIT.
      *
384726*-------------------------------
384726*7897-HONOR-OPINION.
384726*-------------------------------
      *
384726* A VALID OPINION THE APPLICATION KEEPS WITHIN IS HONORED WITHOUT
384726* REFERRAL - ANY RATING OR EXCLUSION IT QUOTED HAS ALREADY BEEN
384726* APPLIED FROM THE URTG ROWS.  THE DECISION GOES ON THE AADX
384726* EXTRACT WITH THE (FIRST) REFERENCE SO ASBM9425 SAMPLES IT WITH
384726* THE OTHER STRAIGHT-THROUGH DECISIONS.
      *
384726*    MOVE SPACES                 TO RAADX-SEQ-REC-INFO.
384726*    MOVE WPOL-APP-ID            TO RAADX-APP-ID.
384726*    MOVE RPOL-PLAN-ID           TO RAADX-PLAN-ID.
384726*    MOVE WCVGS-INIT-COV-AMT (1) TO RAADX-INIT-COV-AMT.
384726*    MOVE WGLOB-PROCESS-DATE     TO RAADX-DECSN-DT.
384726*    SET RAADX-DECSN-PRE-UW-HONOR
384726*                                TO TRUE.
384726*    MOVE WS-PUWR-REF-NUM (1)    TO RAADX-PRE-UW-REF-NUM.
      *
384726*    PERFORM  AADX-2000-WRITE
384726*        THRU AADX-2000-WRITE-X.
      *
384726*    IF  WS-PUWR-APPL-RATED
384726*    OR  WS-PUWR-APPL-EXCL
384726*        SET RPOL-UW-APPRV-RATED TO TRUE
384726*    ELSE
384726*        SET RPOL-UW-APPRV-STD   TO TRUE
384726*    END-IF.
      *
384726*7897-HONOR-OPINION-X.
384726*    EXIT.
      *
736152*-------------------------------
736152*7898-CHECK-DEATH-REGISTRY.
736152*-------------------------------
      *
736152* EVERY INSURED AND OWNER SAVED BY 4906-8000 IS CHECKED BY
736152* ASRUDREG AGAINST THE WEEKLY NATIONAL DEATH REGISTRY.  A MATCH
736152* ON NAME, KANA NAME AND BIRTH DATE IS AN URGENT HOLD - THE
736152* POLICY MUST NOT BE ISSUED ON A PERSON REGISTERED AS DECEASED.
736152* A NEAR MATCH IS NOT HELD; 6550 WRITES THE DTHREV REVIEW
736152* REQUIREMENT FOR THE NEW BUSINESS TEAM TO CLEAR.  EACH POLICY
736152* OF THE APPLICATION IS CHECKED, SO EACH CARRIES ITS OWN
736152* REQUIREMENT.
      *
736152*    PERFORM  7899-CHECK-ONE-PERSON
736152*        THRU 7899-CHECK-ONE-PERSON-X
736152*        VARYING WS-DREG-SUB FROM 1 BY 1
736152*        UNTIL WS-DREG-SUB > WS-DREG-CNT.
      *
736152*7898-CHECK-DEATH-REGISTRY-X.
736152*    EXIT.
      *
736152*-------------------------------
736152*7899-CHECK-ONE-PERSON.
736152*-------------------------------
      *
736152*    MOVE WS-DREG-SUR-NM (WS-DREG-SUB)    TO LDREG-SUR-NM.
736152*    MOVE WS-DREG-GIV-NM (WS-DREG-SUB)    TO LDREG-GIV-NM.
736152*    MOVE WS-DREG-KA-SUR-NM (WS-DREG-SUB) TO LDREG-KA-SUR-NM.
736152*    MOVE WS-DREG-KA-GIV-NM (WS-DREG-SUB) TO LDREG-KA-GIV-NM.
736152*    MOVE WS-DREG-BTH-DT (WS-DREG-SUB)    TO LDREG-BTH-DT.
      *
736152*    CALL 'ASRUDREG' USING WGLOB-GLOBAL-AREA
736152*                          LDREG-PARM-AREA.
      *
736152*    IF  LDREG-NO-MATCH
736152*        GO TO 7899-CHECK-ONE-PERSON-X
736152*    END-IF.
      *
736152*    IF  WS-DREG-ROLE-INSURED (WS-DREG-SUB)
736152*        MOVE 'INSURED'          TO WGLOB-MSG-PARM (1)
736152*    ELSE
736152*        MOVE 'OWNER'            TO WGLOB-MSG-PARM (1)
736152*    END-IF.
736152*    MOVE LDREG-SUR-NM           TO WGLOB-MSG-PARM (2).
736152*    MOVE LDREG-REG-ID           TO WGLOB-MSG-PARM (3).
736152*    MOVE LDREG-REG-DTH-DT       TO WGLOB-MSG-PARM (4).
      *
736152*    EVALUATE TRUE
      *
736152*        WHEN LDREG-MATCH
736152*MSG: URGENT HOLD - @1 @2 ON DEATH REGISTRY @3 DIED @4 - REJECTED
736152*             MOVE 'AS21000341'  TO WGLOB-MSG-REF-INFO
736152*             PERFORM  9000-BUILD-MESSAGE-EXTRACT
736152*                 THRU 9000-BUILD-MESSAGE-EXTRACT-X
736152*             SET WS-DREG-HOLD   TO TRUE
736152*             SET WS-ERROR-FOUND TO TRUE
      *
736152*        WHEN LDREG-NEAR-MATCH
736152*MSG: WARNING - @1 @2 NEAR DEATH REGISTRY @3 DIED @4 - DTHREV
736152*             MOVE 'AS21000342'  TO WGLOB-MSG-REF-INFO
736152*             PERFORM  9000-BUILD-MESSAGE-EXTRACT
736152*                 THRU 9000-BUILD-MESSAGE-EXTRACT-X
736152*             SET WS-DREG-REVIEW-REQD
736152*                                TO TRUE
      *
736152*        WHEN LDREG-REGISTRY-EMPTY
736152*MSG: WARNING - NO DEATH REGISTRY FOR THE RUN - CHECK NOT MADE
736152*             MOVE 'AS21000343'  TO WGLOB-MSG-REF-INFO
736152*             PERFORM  9000-BUILD-MESSAGE-EXTRACT
736152*                 THRU 9000-BUILD-MESSAGE-EXTRACT-X
736152*             MOVE WS-DREG-CNT   TO WS-DREG-SUB
      *
736152*    END-EVALUATE.
      *
736152*7899-CHECK-ONE-PERSON-X.
736152*    EXIT.
      *
611203*-------------------------------
611203*7900-LOG-UNMAPPED-FIELD.
611203*-------------------------------
      *
611203* RECORD THE SIGHTING OF A STRUCTURE/FIELD NAME THAT HAS NO
611203* UFLD DEFINITION.  THE UFDX EXTRACT IS FOLDED NIGHTLY INTO
611203* THE UNMAPPED FIELD REGISTER BY ASBM9500, WHICH KEEPS THE
611203* FIRST/LAST SEEN DATES, THE COUNT, THE CHANNEL AND A SAMPLE
611203* APPLICATION LONG AFTER THE AS21000062 MESSAGES HAVE BEEN
611203* PURGED.
      *
611203*    MOVE SPACES                 TO RUFDX-SEQ-REC-INFO.
611203*    MOVE WS-COMPANY-CODE        TO RUFDX-CO-ID.
611203*    MOVE WAPIN-STRUCT-ID        TO RUFDX-UPLD-FLD-STRUCT-NM.
611203*    MOVE WAPIN-FLD-ID           TO RUFDX-UPLD-FLD-APEX-NM.
611203*    MOVE WPOL-APP-ID            TO RUFDX-APP-ID.
611203*    MOVE WS-SAVE-APP-CHNL-CD    TO RUFDX-APP-CHNL-CD.
611203*    MOVE WGLOB-PROCESS-DATE     TO RUFDX-SEEN-DT.
      *
611203*    PERFORM  UFDX-2000-WRITE
611203*        THRU UFDX-2000-WRITE-X.
      *
611203*7900-LOG-UNMAPPED-FIELD-X.
611203*    EXIT.
      *
622314*-------------------------------
622314*7910-READ-UFLD-BY-RLSE.
622314*-------------------------------
622314*
622314* THE STRUCTURE/FIELD KEY IS ALREADY BUILT.  THE DEFINITION
622314* KEYED TO THE APEX RELEASE THAT PRODUCED THIS FILE WINS; A
622314* RELEASE WITH NO ROW OF ITS OWN FOR THE FIELD USES THE BASE
622314* (SPACE-RELEASE) DEFINITION, SO ONLY THE FIELDS THAT REALLY
622314* CHANGED BETWEEN RELEASES NEED RELEASE-SPECIFIC ROWS.  A FILE
622314* WHOSE HEADER CARRIES NO RELEASE CONVERTS ON THE BASE ROWS
622314* EXACTLY AS BEFORE.
622314*
622314*    MOVE WS-XMIT-APEX-RLSE-ID   TO WUFLD-APEX-RLSE-ID.
622314*
622314*    PERFORM  UFLD-1000-READ
622314*        THRU UFLD-1000-READ-X.
622314*
622314*    IF  WUFLD-IO-NOT-FOUND
622314*    AND WS-XMIT-APEX-RLSE-ID NOT = SPACES
622314*        MOVE SPACES             TO WUFLD-APEX-RLSE-ID
622314*        PERFORM  UFLD-1000-READ
622314*            THRU UFLD-1000-READ-X
622314*    END-IF.
622314*
622314*7910-READ-UFLD-BY-RLSE-X.
622314*    EXIT.
      *
      *-------------------------
      *3100-PROCESS-HEADER-SEDS.
      *-------------------------
      *             MOVE WAPIN-STRUCT-ID    TO WGLOB-MSG-PARM (2)
      *             PERFORM  0260-1000-GENERATE-MESSAGE
      *                 THRU 0260-1000-GENERATE-MESSAGE-X
611203*             PERFORM  7900-LOG-UNMAPPED-FIELD
611203*                 THRU 7900-LOG-UNMAPPED-FIELD-X
APEX54*             SET WS-ERROR-FOUND      TO TRUE
      *             GO TO 3100-PROCESS-HEADER-SEDS-X
      *
010313*             MOVE WAPIN-STRUCT-ID  TO WGLOB-MSG-PARM (2)
010313*             PERFORM  0260-1000-GENERATE-MESSAGE
010313*                 THRU 0260-1000-GENERATE-MESSAGE-X
611203*             PERFORM  7900-LOG-UNMAPPED-FIELD
611203*                 THRU 7900-LOG-UNMAPPED-FIELD-X
010313*             SET WS-ERROR-FOUND    TO TRUE
010313*
010313*    END-EVALUATE.
      *             MOVE WAPIN-STRUCT-ID  TO WGLOB-MSG-PARM (2)
      *             PERFORM  0260-1000-GENERATE-MESSAGE
      *                 THRU 0260-1000-GENERATE-MESSAGE-X
611203*             PERFORM  7900-LOG-UNMAPPED-FIELD
611203*                 THRU 7900-LOG-UNMAPPED-FIELD-X
APEX54*             SET WS-ERROR-FOUND    TO TRUE
      *
APEX54*    END-EVALUATE.
      *             MOVE WAPIN-STRUCT-ID  TO WGLOB-MSG-PARM (2)
      *             PERFORM  0260-1000-GENERATE-MESSAGE
      *                 THRU 0260-1000-GENERATE-MESSAGE-X
611203*             PERFORM  7900-LOG-UNMAPPED-FIELD
611203*                 THRU 7900-LOG-UNMAPPED-FIELD-X
APEX54*             SET WS-ERROR-FOUND TO TRUE
      *
      *    END-EVALUATE.
      *             MOVE WAPIN-STRUCT-ID TO WGLOB-MSG-PARM (2)
      *             PERFORM  0260-1000-GENERATE-MESSAGE
      *                 THRU 0260-1000-GENERATE-MESSAGE-X
611203*             PERFORM  7900-LOG-UNMAPPED-FIELD
611203*                 THRU 7900-LOG-UNMAPPED-FIELD-X
APEX54*             SET WS-ERROR-FOUND   TO TRUE
      *
APEX54*    END-EVALUATE.
557700*    INITIALIZE WCLIC-KEY.
557700*    INITIALIZE RCLIC-REC-INFO.
015508*    INITIALIZE LCLI-PARM-AREA.
782630*    MOVE ZERO                   TO WS-IMPR-CNT.
      *
      *    PERFORM  CLI-1000-CREATE
      *        THRU CLI-1000-CREATE-X.
      *             MOVE WAPIN-STRUCT-ID  TO WGLOB-MSG-PARM (2)
      *             PERFORM  0260-1000-GENERATE-MESSAGE
      *                 THRU 0260-1000-GENERATE-MESSAGE-X
611203*             PERFORM  7900-LOG-UNMAPPED-FIELD
611203*                 THRU 7900-LOG-UNMAPPED-FIELD-X
APEX54*             SET WS-ERROR-FOUND    TO TRUE
      *
APEX54*    END-EVALUATE.
      *    MOVE WAPIN-STRUCT-ID        TO WUFLD-UPLD-FLD-STRUCT-NM.
      *    MOVE WAPIN-FLD-ID           TO WUFLD-UPLD-FLD-APEX-NM.
      *
622314*    PERFORM  7910-READ-UFLD-BY-RLSE
622314*        THRU 7910-READ-UFLD-BY-RLSE-X.
      *
APEX54*    IF  NOT WUFLD-IO-OK
611203*        PERFORM  7900-LOG-UNMAPPED-FIELD
611203*            THRU 7900-LOG-UNMAPPED-FIELD-X
APEX54*        GO TO 4550-PROCESS-CLIENT-FIELD-X
APEX54*    END-IF.
      *
APEX54*        GO TO 4550-PROCESS-CLIENT-FIELD-X
APEX54*    END-IF.
      *
782630*    IF  WS-MQ-STRUCTURE
782630*    OR  WS-DETAILED-MQ-STRUCTURE
782630*        PERFORM  7820-CODE-IMPAIRMENT
782630*            THRU 7820-CODE-IMPAIRMENT-X
782630*    END-IF.
      *
      *    PERFORM  APUP-1000-PROCESS-FIELD
      *        THRU APUP-1000-PROCESS-FIELD-X.
      *
559577*        GO TO 4900-FINALIZE-CLIENT-INFO-X
559577*    END-IF.
      *
938214*    IF  WS-CLI-BASE-INSURED (CLI-SUB)
938214*    OR  WS-CLI-RIDER-INSURED (CLI-SUB)
938214*        PERFORM  7850-CHECK-RESIDENCE-RISK
938214*            THRU 7850-CHECK-RESIDENCE-RISK-X
938214*    END-IF.
      *
951627*    IF  WS-CLI-BASE-INSURED (CLI-SUB)
951627*    OR  WS-CLI-RIDER-INSURED (CLI-SUB)
951627*        PERFORM  4906-6000-MVR-ORDER-HOOK
951627*            THRU 4906-6000-MVR-ORDER-HOOK-X
951627*    END-IF.
      *
384726*    IF  WS-CLI-BASE-INSURED (CLI-SUB)
384726*    OR  WS-CLI-RIDER-INSURED (CLI-SUB)
384726*        PERFORM  4906-7000-PRE-UW-REF-HOOK
384726*            THRU 4906-7000-PRE-UW-REF-HOOK-X
384726*    END-IF.
      *
736152*    IF  WS-CLI-BASE-INSURED (CLI-SUB)
736152*    OR  WS-CLI-RIDER-INSURED (CLI-SUB)
736152*    OR  WS-CLI-PRIMARY-OWNER (CLI-SUB)
736152*    OR  WS-CLI-OTHER-OWNER (CLI-SUB)
736152*        PERFORM  4906-8000-DEATH-REG-HOOK
736152*            THRU 4906-8000-DEATH-REG-HOOK-X
736152*    END-IF.
      *
      *    IF  WS-CLI-PRIMARY-OWNER (CLI-SUB)
      *        MOVE WS-CLI-ADDR-INFO (1)    TO RCLIA-REC-INFO
010313*        MOVE RCLIA-CLI-CRNT-LOC-CD   TO WS-POL-ISS-LOC-CD
215519*4906-5000-MIB-INQUIRY-HOOK-X.
215519*    EXIT.
      *
951627*-------------------------------
951627*4906-6000-MVR-ORDER-HOOK.
951627*-------------------------------
      *
951627* ORDER THE INSURED'S MOTOR VEHICLE RECORD ON A POSITIVE
951627* HAZARDOUS-DRIVING ANSWER (PICKED OUT BY ASRUAPPV) OR WHEN THE
951627* FACE IS ABOVE THE PLAN'S MVRT ORDER THRESHOLD - A ZERO
951627* THRESHOLD ORDERS ON THE ANSWER ALONE.  THE ORDER GOES TO THE
951627* VENDOR ON THE MVRO EXTRACT AND AN 'MVR' REQUIREMENT IS
951627* WRITTEN ORDERED WITH THE CLIENT'S OTHER REQUIREMENTS (4908);
951627* ASBM9512 MATCHES THE RESULT BACK AND CLEARS OR REFERS IT.
951627* THE LICENCE IS TAKEN AS ISSUED WHERE THE INSURED LIVES.
      *
951627*    MOVE SPACES                 TO RMVRO-SEQ-REC-INFO.
951627*    IF  TUFCT-FILE-CHANGED (TUFCT-APPV-SUB)
951627*    AND RAPPV-HZRD-DRV-OFFNS-IND = 'Y'
951627*        SET RMVRO-ORDR-HZRD-DRIV TO TRUE
951627*    END-IF.
      *
951627*    MOVE RPOL-PLAN-ID           TO LMVRT-PLAN-ID.
951627*    CALL 'ASRUMVRT' USING WGLOB-GLOBAL-AREA
951627*                          LMVRT-PARM-AREA.
951627*    IF  LMVRT-FACE-THRSHLD-AMT > ZERO
951627*    AND RPOL-INIT-FACE-AMT     > LMVRT-FACE-THRSHLD-AMT
951627*        IF  RMVRO-ORDR-HZRD-DRIV
951627*            SET RMVRO-ORDR-HZRD-AND-FACE TO TRUE
951627*        ELSE
951627*            SET RMVRO-ORDR-FACE-AMT      TO TRUE
951627*        END-IF
951627*    END-IF.
      *
951627*    IF  RMVRO-ORDR-REASN-CD = SPACE
951627*        GO TO 4906-6000-MVR-ORDER-HOOK-X
951627*    END-IF.
      *
951627*    MOVE WS-COMPANY-CODE        TO RMVRO-CO-ID.
951627*    MOVE WPOL-APP-ID            TO RMVRO-APP-ID.
951627*    MOVE WCLI-CLI-ID            TO RMVRO-CLI-ID.
951627*    MOVE WPOL-POL-ID            TO RMVRO-POL-ID.
951627*    MOVE RPOL-PLAN-ID           TO RMVRO-PLAN-ID.
951627*    MOVE WGLOB-PROCESS-DATE     TO RMVRO-ORDR-DT.
951627*    MOVE RCLI-CLI-SUR-NM        TO RMVRO-CLI-SUR-NM.
951627*    MOVE RCLI-CLI-GIV-NM        TO RMVRO-CLI-GIV-NM.
951627*    MOVE RCLI-CLI-BTH-DT        TO RMVRO-CLI-BTH-DT.
951627*    MOVE RCLI-CLI-SEX-CD        TO RMVRO-CLI-SEX-CD.
951627*    IF  TUFCT-FILE-CHANGED (TUFCT-APPV-SUB)
951627*        MOVE RAPPV-HZRD-DRV-LIC-ID TO RMVRO-DRV-LIC-ID
951627*    END-IF.
951627*    MOVE WS-CLI-ADDR-INFO (1)   TO RCLIA-REC-INFO.
951627*    MOVE RCLIA-CLI-CRNT-LOC-CD  TO RMVRO-LIC-JURS-CD.
951627*    MOVE RPOL-INIT-FACE-AMT     TO RMVRO-FACE-AMT.
951627*    PERFORM  MVRO-2000-WRITE
951627*        THRU MVRO-2000-WRITE-X.
      *
951627*    IF  REQT-SUB < WS-REQT-MAX
951627*        ADD 1                   TO REQT-SUB
951627*        MOVE 'MVR'              TO WS-REQT-CODE (REQT-SUB)
951627*        MOVE 'ORD'              TO WS-REQT-STATUS (REQT-SUB)
951627*    END-IF.
      *
951627*4906-6000-MVR-ORDER-HOOK-X.
951627*    EXIT.
      *
384726*-------------------------------
384726*4906-7000-PRE-UW-REF-HOOK.
384726*-------------------------------
      *
384726* AN INSURED THE AGENT HAD PRELIMINARILY UNDERWRITTEN QUOTES THE
384726* OPINION REFERENCE ON THE UPLOAD CLIENT ROW.  IT IS SAVED FOR
384726* 7895, WHICH CAN ONLY COMPARE THE OPINION WITH THE APPLICATION
384726* ONCE THE COVERAGES ARE RATED.  A FLAGGED INSURED WITHOUT A
384726* REFERENCE IS SAVED TOO - 7895 REFERS IT.
      *
384726*    IF  NOT RUCLI-PRE-UW
384726*    AND RUCLI-PRE-UW-REF-NUM = SPACES
384726*        GO TO 4906-7000-PRE-UW-REF-HOOK-X
384726*    END-IF.
      *
384726*    IF  WS-PUWR-CNT NOT < WS-PUWR-MAX
384726*        GO TO 4906-7000-PRE-UW-REF-HOOK-X
384726*    END-IF.
      *
384726*    ADD 1                       TO WS-PUWR-CNT.
384726*    MOVE RUCLI-PRE-UW-REF-NUM   TO WS-PUWR-REF-NUM (WS-PUWR-CNT).
384726*    MOVE RUCLI-CLI-SUR-NM       TO WS-PUWR-SUR-NM (WS-PUWR-CNT).
384726*    MOVE RUCLI-CLI-GIV-NM       TO WS-PUWR-GIV-NM (WS-PUWR-CNT).
384726*    MOVE RUCLI-CLI-BTH-DT       TO WS-PUWR-BTH-DT (WS-PUWR-CNT).
      *
384726*4906-7000-PRE-UW-REF-HOOK-X.
384726*    EXIT.
      *
736152*-------------------------------
736152*4906-8000-DEATH-REG-HOOK.
736152*-------------------------------
      *
736152* EACH INSURED AND OWNER WHO IS A PERSON IS SAVED FOR
736152* 7898-CHECK-DEATH-REGISTRY.  A CLIENT WHO IS BOTH IS SAVED ONCE,
736152* AS THE INSURED.
      *
736152*    IF  WS-CLI-IS-COMPANY (CLI-SUB)
736152*        GO TO 4906-8000-DEATH-REG-HOOK-X
736152*    END-IF.
      *
736152*    IF  WS-DREG-CNT NOT < WS-DREG-MAX
736152*        GO TO 4906-8000-DEATH-REG-HOOK-X
736152*    END-IF.
      *
736152*    ADD 1                       TO WS-DREG-CNT.
736152*    IF  WS-CLI-BASE-INSURED (CLI-SUB)
736152*    OR  WS-CLI-RIDER-INSURED (CLI-SUB)
736152*        SET WS-DREG-ROLE-INSURED (WS-DREG-CNT) TO TRUE
736152*    ELSE
736152*        SET WS-DREG-ROLE-OWNER (WS-DREG-CNT)   TO TRUE
736152*    END-IF.
736152*    MOVE RUCLI-CLI-SUR-NM       TO WS-DREG-SUR-NM (WS-DREG-CNT).
736152*    MOVE RUCLI-CLI-GIV-NM       TO WS-DREG-GIV-NM (WS-DREG-CNT).
736152*    MOVE RUCLI-CLI-KA-SUR-NM    TO
736152*         WS-DREG-KA-SUR-NM (WS-DREG-CNT).
736152*    MOVE RUCLI-CLI-KA-GIV-NM    TO
736152*         WS-DREG-KA-GIV-NM (WS-DREG-CNT).
736152*    MOVE RUCLI-CLI-BTH-DT       TO WS-DREG-BTH-DT (WS-DREG-CNT).
      *
736152*4906-8000-DEATH-REG-HOOK-X.
736152*    EXIT.
      *
015508*-------------------------
015508*4907-WRITE-CLNC-CLNM-REC.
015508*-------------------------
874156* THE RUN'S CONVERSIONS ARE FED, NEVER THE WHOLE HISTORY
874156* STILL ON THE UPLOAD TABLES.
874156*        MOVE WGLOB-PROCESS-DATE     TO RUPOL-POL-CNV-DT
846173*        MOVE WS-POL-ISS-LOC-CD      TO RUPOL-POL-ISS-LOC-CD
      *
741962* ADVANCE THE HIGH-WATER MARK OF THE SERIES THE NUMBER WAS
741962* DRAWN FROM SO THE ASBM9502 MONITOR SEES EXHAUSTION COMING.
741962*        PERFORM  5310-ADVANCE-RANGE-HWM
741962*            THRU 5310-ADVANCE-RANGE-HWM-X
      *
      *        IF  WS-HOLD-POLICY-NUM NOT = SPACES
      *MSG: POLICY NUMBER (&1) ALREADY EXISTS ... NEW NUMBER
      *5300-ASSIGN-POL-ID-X.
      *    EXIT.
      *
741962*-----------------------
741962*5310-ADVANCE-RANGE-HWM.
741962*-----------------------
741962*
741962* THE SERIES IS KEYED BY THE BUSINESS CLASS THE NUMBER WAS
741962* ASSIGNED UNDER AND, ON A PARALLEL RUN, THE INSTANCE ID.  A
741962* SERIES WITH NO PNRG ROW IS NOT INVENTORIED AND IS LEFT ALONE.
741962*
741962*    MOVE WGLOB-COMPANY-CODE     TO WPNRG-CO-ID.
741962*    MOVE L0301-BUS-CLASS-CD     TO WPNRG-BUS-CLASS-CD.
741962*    IF  WS-INST-RANGE-ACTIVE
741962*        MOVE WS-INST-ID             TO WPNRG-INST-ID
741962*    ELSE
741962*        MOVE SPACES                 TO WPNRG-INST-ID
741962*    END-IF.
741962*    SET  WPNRG-ENVRMNT-BATCH    TO TRUE.
741962*
741962*    PERFORM  PNRG-1000-READ
741962*        THRU PNRG-1000-READ-X.
741962*
741962*    IF  NOT WPNRG-IO-OK
741962*    OR  L0301-POLICY-NUMBER (1:9) NOT NUMERIC
741962*        GO TO 5310-ADVANCE-RANGE-HWM-X
741962*    END-IF.
741962*
741962*    MOVE L0301-POLICY-NUMBER (1:9)  TO WS-PNRG-POL-NUM.
741962*
741962*    IF  WS-PNRG-POL-NUM < RPNRG-RNG-LOW-NUM
741962*    OR  WS-PNRG-POL-NUM > RPNRG-RNG-HIGH-NUM
741962*MSG: POLICY NUMBER (&1) IS OUTSIDE THE RANGE ALLOCATED TO
741962*     BUSINESS CLASS (&2)
741962*        MOVE 'AS21000281'           TO WGLOB-MSG-REF-INFO
741962*        MOVE L0301-POLICY-NUMBER    TO WGLOB-MSG-PARM (1)
741962*        MOVE WPNRG-BUS-CLASS-CD     TO WGLOB-MSG-PARM (2)
741962*        PERFORM  9000-BUILD-MESSAGE-EXTRACT
741962*            THRU 9000-BUILD-MESSAGE-EXTRACT-X
741962*        GO TO 5310-ADVANCE-RANGE-HWM-X
741962*    END-IF.
741962*
741962*    IF  WS-PNRG-POL-NUM NOT > RPNRG-HWM-NUM
741962*        GO TO 5310-ADVANCE-RANGE-HWM-X
741962*    END-IF.
741962*
741962*    MOVE WS-PNRG-POL-NUM        TO RPNRG-HWM-NUM.
741962*    MOVE L0301-POLICY-NUMBER    TO RPNRG-HWM-POL-ID.
741962*    MOVE WGLOB-PROCESS-DATE     TO RPNRG-HWM-UPDT-DT.
741962*    MOVE WPGWS-CRNT-PGM-ID      TO RPNRG-UPDT-USER-ID.
741962*
741962*    IF  WS-PNRG-POL-NUM = RPNRG-RNG-HIGH-NUM
741962*        SET  RPNRG-RNG-STAT-EXHAUSTED TO TRUE
741962*MSG: POLICY NUMBER RANGE FOR BUSINESS CLASS (&1) IS NOW
741962*     EXHAUSTED
741962*        MOVE 'AS21000282'           TO WGLOB-MSG-REF-INFO
741962*        MOVE WPNRG-BUS-CLASS-CD     TO WGLOB-MSG-PARM (1)
741962*        PERFORM  9000-BUILD-MESSAGE-EXTRACT
741962*            THRU 9000-BUILD-MESSAGE-EXTRACT-X
741962*    END-IF.
741962*
741962*    PERFORM  PNRG-2000-REWRITE
741962*        THRU PNRG-2000-REWRITE-X.
741962*
741962*5310-ADVANCE-RANGE-HWM-X.
741962*    EXIT.
      *
      *-------------------
      *5350-POLICY-LOOKUP.
      *-------------------
      *    MOVE WAPIN-STRUCT-ID        TO WUFLD-UPLD-FLD-STRUCT-NM.
      *    MOVE WAPIN-FLD-ID           TO WUFLD-UPLD-FLD-APEX-NM.
      *
622314*    PERFORM  7910-READ-UFLD-BY-RLSE
622314*        THRU 7910-READ-UFLD-BY-RLSE-X.
      *
014177*
014177* NO ENTRY ON UFLD FOR 'FUND/FUND', SO BYPASS CHECK
014178*            PERFORM  5553-FUND-STRUCTURE
014178*                THRU 5553-FUND-STRUCTURE-X
014178*        END-IF
611203*        IF  WAPIN-FLD-ID NOT = 'FUND'
611203*            PERFORM  7900-LOG-UNMAPPED-FIELD
611203*                THRU 7900-LOG-UNMAPPED-FIELD-X
611203*        END-IF
APEX54*        GO TO 5550-PROCESS-POLICY-FIELD-X
APEX54*    END-IF.
      *
      *5600-FINALIZE-POLICY-INFO.
      *--------------------------
      *
736152* THE DEATH REGISTRY CHECK IS THE LAST WORD ON WHETHER THE
736152* APPLICATION IS CONVERTED, SO IT IS MADE BEFORE ANY OF THE
736152* POLICY IS APPLIED OR HASHED FOR BALANCING.  A MATCH STOPS
736152* HERE WITH THE ERROR SWITCH ON - THE APPLICATION IS COUNTED AS
736152* REJECTED AND NOTHING OF IT IS CONVERTED.
      *
736152*    PERFORM  7898-CHECK-DEATH-REGISTRY
736152*        THRU 7898-CHECK-DEATH-REGISTRY-X.
      *
736152*    IF  WS-DREG-HOLD
736152*        GO TO 5600-FINALIZE-POLICY-INFO-X
736152*    END-IF.
      *
263951* AN ELDERLY APPLICANT'S PROTECTIONS ARE DUE BEFORE ISSUE, NOT
263951* AFTER - THE APPLICATION IS HELD HERE, BEFORE ANY OF IT IS
263951* APPLIED, UNTIL THE ATTENDANCE EVIDENCE AND THE CONFIRMATION
263951* CALL ARE BOTH RECORDED ON THE UPLOAD ROW.
      *
263951*    PERFORM  7892-CHECK-ELDERLY-APPLICANT
263951*        THRU 7892-CHECK-ELDERLY-APPLICANT-X.
      *
263951*    IF  WS-ELDR-HOLD
263951*        GO TO 5600-FINALIZE-POLICY-INFO-X
263951*    END-IF.
      *
288476* HASH THE PAYMENT / LUMP SUM AMOUNTS AS READ FROM THE UPLOAD
288476* ROW BEFORE THE POLICY EDITS AND PREMIUM RECALCULATION CAN
288476* TOUCH THEM - THE APPLIED SIDE IS HASHED AFTER THE REWRITE.
348167*        VARYING WS-CVG FROM 1 BY 1
348167*        UNTIL WS-CVG > RPOL-POL-CVG-REC-CTR-N.
      *
756318*    PERFORM  7810-CHECK-CVG-STICKER
756318*        THRU 7810-CHECK-CVG-STICKER-X
756318*        VARYING WS-CVG FROM 1 BY 1
756318*        UNTIL WS-CVG > RPOL-POL-CVG-REC-CTR-N.
      *
463905*    PERFORM  7870-CHECK-RIDER-ELIGIBILITY
463905*        THRU 7870-CHECK-RIDER-ELIGIBILITY-X
463905*        VARYING WS-CVG FROM 1 BY 1
463905*        UNTIL WS-CVG > RPOL-POL-CVG-REC-CTR-N.
      *
861529*    PERFORM  7830-CHECK-FORM-APPROVAL
861529*        THRU 7830-CHECK-FORM-APPROVAL-X.
      *
529417*    PERFORM  7835-CHECK-SALES-MATERIAL
529417*        THRU 7835-CHECK-SALES-MATERIAL-X.
      *
872204*    PERFORM  7840-CHECK-SIGNATURE-AGE
872204*        THRU 7840-CHECK-SIGNATURE-AGE-X.
      *
938214*    PERFORM  7855-CHECK-TRAVEL-RISK
938214*        THRU 7855-CHECK-TRAVEL-RISK-X.
      *
528093*    PERFORM  7880-CHECK-BANK-ACCOUNTS
528093*        THRU 7880-CHECK-BANK-ACCOUNTS-X.
      *
317846*    PERFORM  7890-RESOLVE-SALES-OFFICE
317846*        THRU 7890-RESOLVE-SALES-OFFICE-X.
      *
529684*    IF  NOT WS-ERROR-FOUND
384726*    AND WS-PUWR-CNT = ZERO
529684*        PERFORM  7100-AUTO-DECISION
529684*            THRU 7100-AUTO-DECISION-X
529684*    END-IF.
      *            UNTIL WS-CVG > RPOL-POL-CVG-REC-CTR-N
      *    END-IF.
      *
384726*    PERFORM  7895-CHECK-PRE-UW-OPINION
384726*        THRU 7895-CHECK-PRE-UW-OPINION-X.
      *
014178*    IF  WS-PAYO-DCA
014178*    OR  WS-PAYO-AR
014178*        PERFORM  6520-WRITE-POLICY-PAYOUTS
31871R*            THRU 6550-9100-LOG-SIR-DECISION-X
010303*    END-IF.
      *
872204*    IF  WS-SGN-HLTH-DECL-REQD
872204*        MOVE SPACES             TO L0080-PARM-INFO
872204*        MOVE WWKDT-ZERO-DT      TO L0080-REQIR-EFF-DT
872204*        MOVE WWKDT-ZERO-DT      TO L0080-REQIR-TST-DT
872204*        PERFORM  0080-1000-BUILD-PARM-INFO
872204*            THRU 0080-1000-BUILD-PARM-INFO-X
872204*        MOVE '4'                TO L0080-RQST-CD
872204*        MOVE 'P'                TO L0080-POL-CLI-CD
872204*        SET  L0080-POLICY-LEVEL TO TRUE
872204*        MOVE WPOL-POL-ID        TO L0080-POL-ID
872204*        MOVE ZERO               TO L0080-COVERAGE-NUMBER
872204*        MOVE 'HLTHDC'           TO L0080-REQIR-CODE
872204*        MOVE 'SIR'              TO L0080-REQIR-STAT-CD
872204*        SET  L0080-REQIR-STAT-SUGG-ISS-RQIR TO TRUE
872204*        PERFORM  0080-4000-WRITE
872204*            THRU 0080-4000-WRITE-X
872204*        SET  WSIRA-REQT-WRITTEN     TO TRUE
872204*        MOVE 'HLTHDC'               TO WSIRA-REQIR-CODE
872204*        MOVE 'SGNSTALE'             TO WSIRA-PLAN-RULE-CD
872204*        MOVE WS-SGN-AGE-DAYS        TO WSIRA-PLAN-RULE-VAL
872204*        PERFORM  6550-9100-LOG-SIR-DECISION
872204*            THRU 6550-9100-LOG-SIR-DECISION-X
872204*    END-IF.
      *
938214*    IF  WS-CRSK-ACTN-QUESTIONNAIRE
938214*    OR  WS-CRSK-ACTN-EXCL-RIDER
938214*        MOVE SPACES             TO L0080-PARM-INFO
938214*        MOVE WWKDT-ZERO-DT      TO L0080-REQIR-EFF-DT
938214*        MOVE WWKDT-ZERO-DT      TO L0080-REQIR-TST-DT
938214*        PERFORM  0080-1000-BUILD-PARM-INFO
938214*            THRU 0080-1000-BUILD-PARM-INFO-X
938214*        MOVE '4'                TO L0080-RQST-CD
938214*        MOVE 'P'                TO L0080-POL-CLI-CD
938214*        SET  L0080-POLICY-LEVEL TO TRUE
938214*        MOVE WPOL-POL-ID        TO L0080-POL-ID
938214*        MOVE ZERO               TO L0080-COVERAGE-NUMBER
938214*        IF  WS-CRSK-ACTN-EXCL-RIDER
938214*            MOVE 'FTRVEX'       TO L0080-REQIR-CODE
938214*        ELSE
938214*            MOVE 'FTRVQ'        TO L0080-REQIR-CODE
938214*        END-IF
938214*        MOVE 'SIR'              TO L0080-REQIR-STAT-CD
938214*        SET  L0080-REQIR-STAT-SUGG-ISS-RQIR TO TRUE
938214*        PERFORM  0080-4000-WRITE
938214*            THRU 0080-4000-WRITE-X
938214*        SET  WSIRA-REQT-WRITTEN     TO TRUE
938214*        MOVE L0080-REQIR-CODE       TO WSIRA-REQIR-CODE
938214*        MOVE 'CTRYRISK'             TO WSIRA-PLAN-RULE-CD
938214*        MOVE WS-CRSK-RISK-TIER-CD   TO WSIRA-PLAN-RULE-VAL
938214*        PERFORM  6550-9100-LOG-SIR-DECISION
938214*            THRU 6550-9100-LOG-SIR-DECISION-X
938214*    END-IF.
      *
736152*    IF  WS-DREG-REVIEW-REQD
736152*        MOVE SPACES             TO L0080-PARM-INFO
736152*        MOVE WWKDT-ZERO-DT      TO L0080-REQIR-EFF-DT
736152*        MOVE WWKDT-ZERO-DT      TO L0080-REQIR-TST-DT
736152*        PERFORM  0080-1000-BUILD-PARM-INFO
736152*            THRU 0080-1000-BUILD-PARM-INFO-X
736152*        MOVE '4'                TO L0080-RQST-CD
736152*        MOVE 'P'                TO L0080-POL-CLI-CD
736152*        SET  L0080-POLICY-LEVEL TO TRUE
736152*        MOVE WPOL-POL-ID        TO L0080-POL-ID
736152*        MOVE ZERO               TO L0080-COVERAGE-NUMBER
736152*        MOVE 'DTHREV'           TO L0080-REQIR-CODE
736152*        MOVE 'SIR'              TO L0080-REQIR-STAT-CD
736152*        SET  L0080-REQIR-STAT-SUGG-ISS-RQIR TO TRUE
736152*        PERFORM  0080-4000-WRITE
736152*            THRU 0080-4000-WRITE-X
736152*        SET  WSIRA-REQT-WRITTEN     TO TRUE
736152*        MOVE 'DTHREV'               TO WSIRA-REQIR-CODE
736152*        MOVE 'DTHREG'               TO WSIRA-PLAN-RULE-CD
736152*        MOVE ZERO                   TO WSIRA-PLAN-RULE-VAL
736152*        PERFORM  6550-9100-LOG-SIR-DECISION
736152*            THRU 6550-9100-LOG-SIR-DECISION-X
736152*    END-IF.
      *
      *6550-WRITE-POLICY-REQTS-X.
      *    EXIT.
      *
337731*    PERFORM  5300-ASSIGN-POL-ID
337731*        THRU 5300-ASSIGN-POL-ID-X.
      *
736152* THE CLIENTS ARE NOT RE-READ ON A RE-CONVERSION, SO THE DEATH
736152* REGISTRY TABLE IS CLEARED - IT MUST NOT BE CHECKED AGAINST THE
736152* CLIENTS OF THE LAST APPLICATION ON THE FILE.
736152*    MOVE ZERO                   TO WS-DREG-CNT.
736152*    MOVE 'N'                    TO WS-DREG-HOLD-SW.
736152*    MOVE 'N'                    TO WS-DREG-REVIEW-SW.
      *
337731*    PERFORM  5600-FINALIZE-POLICY-INFO
337731*        THRU 5600-FINALIZE-POLICY-INFO-X.
      *
642193*    EVALUATE TRUE
      *
642193*        WHEN RURTG-RATG-TYP-TBL
384726*             SET WS-PUWR-APPL-RATED TO TRUE
642193*             MOVE RURTG-TBL-RATG-CD
642193*                                TO WCVGS-CVG-STBL-2-CD (WS-CVG)
642193*             MOVE RURTG-XTRA-PCT
642193*                 THRU 9000-BUILD-MESSAGE-EXTRACT-X
      *
642193*        WHEN RURTG-RATG-TYP-FLAT
384726*             SET WS-PUWR-APPL-RATED TO TRUE
642193*             MOVE RURTG-FLAT-XTRA-AMT
642193*                                TO WCVGS-FLAT-XTRA-AMT (WS-CVG)
642193*             MOVE RURTG-FLAT-XTRA-DUR-YR
642193*                 THRU 9000-BUILD-MESSAGE-EXTRACT-X
      *
642193*        WHEN RURTG-RATG-TYP-EXCL
384726*             SET WS-PUWR-APPL-EXCL TO TRUE
642193*             MOVE RURTG-EXCL-RIDR-TXT
642193*                                TO WREQT-REQT-DESC-TXT
642193*             MOVE 'EXCL'        TO WREQT-REQT-TYP-CD
596418*    PERFORM  QRTN-5000-CLOSE
596418*        THRU QRTN-5000-CLOSE-X.
      *
611203*    PERFORM  UFDX-5000-CLOSE
611203*        THRU UFDX-5000-CLOSE-X.
      *
782630*    PERFORM  IMPX-5000-CLOSE
782630*        THRU IMPX-5000-CLOSE-X.
      *
951627*    PERFORM  MVRO-5000-CLOSE
951627*        THRU MVRO-5000-CLOSE-X.
      *
774516*    IF  NOT WS-FATAL-ERROR
774516*        PERFORM  1095-STAMP-REGISTRY
774516*            THRU 1095-STAMP-REGISTRY-X
      *
724105*COPY ACPBRUNC.
      *
741962***************************
741962* POLICY NUMBER RANGE I/O *
741962***************************
      *
741962*COPY ACPBPNRG.
      *
841162*COPY ACPICRCY.
      *
611203*COPY ACPIUFDX.
      *
951627*COPY ACPIMVRO.
      *
      **************************
      * NBS FILE I/O COPYBOOKS *
      **************************
