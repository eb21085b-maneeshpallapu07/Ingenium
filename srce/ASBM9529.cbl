      *************************
       IDENTIFICATION DIVISION.
      *************************

       PROGRAM-ID. ASBM9529.

       COPY XCWWCRHT.

      *****************************************************************
      **  MEMBER :  ASBM9529                                         **
      **  REMARKS:  ADDRESS AND CONTACT CHANGE PROPAGATION FOR       **
      **            APPLICANTS MATCHED TO AN EXISTING CLIENT.  WHEN  **
      **            THE CLIENT MATCH LINKS A NEW APPLICANT TO A      **
      **            CLIENT ALREADY ON FILE, A NEWER ADDRESS, PHONE   **
      **            OR EMAIL ON THE APPLICATION USED TO BE DROPPED   **
      **            AND THE CLIENT'S EXISTING POLICIES KEPT MAILING  **
      **            TO THE OLD ADDRESS.                              **
      **                                                             **
      **            MATCH MODE (PARM 'M') READS THE RUPOL DRIVER     **
      **            AND UCLI CLIENT EXTRACTS (SORTED BY APP ID) FOR  **
      **            THE NIGHT'S UPLOADS AND PUTS EVERY INDIVIDUAL    **
      **            OWNER AND INSURED THROUGH THE SAME ASRF2130      **
      **            NAME MATCH THE IMPORT USES.  EACH APPLICANT      **
      **            MATCHED TO A CLIENT ON FILE IS WRITTEN TO THE    **
      **            CCMW WORK FILE WITH THE CONTACT DETAILS THE      **
      **            APPLICATION CARRIES (THE POLICY EMAIL GOES WITH  **
      **            THE OWNER).  THE JCL SORTS CCMW BY CLIENT ID.    **
      **                                                             **
      **            PROPOSE MODE (PARM 'P') READS THE SORTED CCMW    **
      **            FILE WITH THE CCNT CLIENT CONTACT UNLOAD AND THE **
      **            CPRL CLIENT TO IN-FORCE POLICY UNLOAD (BOTH      **
      **            SORTED BY CLIENT ID).  WHEN THE BIRTH DATES      **
      **            AGREE AND THE APPLICATION CARRIES AN ADDRESS,    **
      **            PHONE OR EMAIL DIFFERENT FROM THE ONE ON FILE, A **
      **            PENDING PROPOSAL - AN H ROW WITH BOTH VERSIONS   **
      **            AND A P ROW PER IN-FORCE POLICY OF THE CLIENT -  **
      **            IS ADDED TO THE ACPX PROPOSAL FILE POLICY        **
      **            SERVICE WORKS FROM.  A BLANK FIELD ON THE        **
      **            APPLICATION IS NOT A CHANGE.  ASBM9428 PUTS      **
      **            EVERY PENDING PROPOSAL ON THE WORK QUEUE AS AN   **
      **            'AD' ITEM FOR THE SERVICING BRANCH.              **
      **                                                             **
      **            CONFIRM MODE (PARM 'C') APPLIES THE BRANCH'S     **
      **            ACCF DECISION CARDS.  THE PROPOSAL FILE IS       **
      **            COPIED TO ITS NEXT GENERATION (ACPG) WITH EACH   **
      **            DECIDED PROPOSAL MARKED CONFIRMED OR REJECTED,   **
      **            AND THE H AND P ROWS OF EVERY PROPOSAL CONFIRMED **
      **            IN THIS RUN GO TO THE ACAP FILE POLICY SERVICE   **
      **            APPLIES.  NOTHING IS CHANGED ON THE CLIENT FILE  **
      **            UNTIL THE BRANCH HAS CONFIRMED IT.               **
      **                                                             **
      **            A CARD WITH NO PENDING PROPOSAL OR A BAD         **
      **            DECISION CODE ENDS THE STEP RC 4; A FULL TABLE   **
      **            ENDS IT RC 8.                                    **
      **                                                             **
      **            JCL PARM:  BYTE  1     RUN MODE M, P OR C        **
      **                       BYTES 2-3   COMPANY                   **
      **                       BYTES 4-13  UPLOAD DATE CCYY-MM-DD    **
      **                                   (MODE M, DEFAULT THE RUN  **
      **                                   DATE)                     **
      **                                                             **
      **  DOMAIN :  CL                                               **
      **  CLASS  :  PD                                               **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
318852**  15OCT26  DEV    NEW PROGRAM                                **
      *****************************************************************

      **********************
       ENVIRONMENT DIVISION.
      **********************

       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY ACSSCCMW.
       COPY ACSSCCNT.
       COPY ACSSCPRL.
       COPY ACSSACPX.
       COPY ACSSACPG.
       COPY ACSSACAP.
       COPY ACSSACCF.

      ***************
       DATA DIVISION.
      ***************

       FILE SECTION.

       COPY ACSDCCMW.

       COPY ACSRCCMW.

       COPY ACSDCCNT.

       COPY ACSRCCNT.

       COPY ACSDCPRL.

       COPY ACSRCPRL.

       COPY ACSDACPX.

       COPY ACSRACPX.

       COPY ACSDACPG.

       COPY ACSRACPG.

       COPY ACSDACAP.

       COPY ACSRACAP.

       COPY ACSDACCF.

       COPY ACSRACCF.

       WORKING-STORAGE SECTION.

       COPY XCWWPGWS REPLACING '$VAR1' BY 'ASBM9529'.

       COPY SQLCA.

       01  WS-COUNTERS.
           05  WS-RUPOL-REC-READ            PIC 9(07)  VALUE ZEROS.
           05  WS-APP-IN-SCOPE-CNT          PIC 9(07)  VALUE ZEROS.
           05  WS-CLI-MATCH-TRIED           PIC 9(07)  VALUE ZEROS.
           05  WS-CCMW-REC-WRITTEN          PIC 9(07)  VALUE ZEROS.
           05  WS-CCMW-REC-READ             PIC 9(07)  VALUE ZEROS.
           05  WS-NOT-ON-FILE-CNT           PIC 9(07)  VALUE ZEROS.
           05  WS-BTH-DT-DIFF-CNT           PIC 9(07)  VALUE ZEROS.
           05  WS-NO-CHANGE-CNT             PIC 9(07)  VALUE ZEROS.
           05  WS-DUP-PROP-CNT              PIC 9(07)  VALUE ZEROS.
           05  WS-PROP-WRITTEN              PIC 9(07)  VALUE ZEROS.
           05  WS-PROP-POL-WRITTEN          PIC 9(07)  VALUE ZEROS.
           05  WS-ACCF-REC-READ             PIC 9(07)  VALUE ZEROS.
           05  WS-ACCF-REJECTED             PIC 9(07)  VALUE ZEROS.
           05  WS-ACPX-REC-READ             PIC 9(07)  VALUE ZEROS.
           05  WS-PROP-CONFIRMED-CNT        PIC 9(07)  VALUE ZEROS.
           05  WS-PROP-REJECTED-CNT         PIC 9(07)  VALUE ZEROS.
           05  WS-PROP-STILL-PEND-CNT       PIC 9(07)  VALUE ZEROS.
           05  WS-ACAP-REC-WRITTEN          PIC 9(07)  VALUE ZEROS.
           05  WS-CARD-UNUSED-CNT           PIC 9(07)  VALUE ZEROS.
           05  WS-PIC-COUNTER               PIC Z(06)9.

       01  WS-WORKING-STORAGE.
           05  WS-RUN-MODE                  PIC X(01)  VALUE SPACE.
               88  WS-RUN-MODE-MATCH              VALUE 'M'.
               88  WS-RUN-MODE-PROPOSE            VALUE 'P'.
               88  WS-RUN-MODE-CONFIRM            VALUE 'C'.
               88  WS-RUN-MODE-VALID              VALUE 'M' 'P' 'C'.
           05  WS-RUN-DT-CCYYMMDD           PIC 9(08)  VALUE ZEROS.
           05  WS-EXTR-UPLD-DT              PIC X(10)  VALUE SPACES.
           05  WS-MAX-RC                    PIC 9(02)  VALUE ZERO.
           05  WS-APP-SCOPE-SW              PIC X(01).
               88  WS-APP-IN-SCOPE                VALUE 'Y'.
               88  WS-APP-NOT-IN-SCOPE            VALUE 'N'.

      * THE CONTACT DETAILS THE APPLICATION CARRIES AGAINST THE ONES
      * ON FILE, AND WHICH OF THEM DIFFER.

           05  WS-ADDR-CHG-SW               PIC X(01).
               88  WS-ADDR-CHG                    VALUE 'Y'.
           05  WS-PHON-CHG-SW               PIC X(01).
               88  WS-PHON-CHG                    VALUE 'Y'.
           05  WS-EMAIL-CHG-SW              PIC X(01).
               88  WS-EMAIL-CHG                   VALUE 'Y'.
           05  WS-LAST-PROP-CLI-ID          PIC X(10)  VALUE SPACES.
           05  WS-LAST-PROP-CONTACT         PIC X(188) VALUE SPACES.
           05  WS-NEW-CONTACT.
               10  WS-NEW-ADDR-CD           PIC X(08).
               10  WS-NEW-PSTL-CD           PIC X(08).
               10  WS-NEW-ADDR-TXT          PIC X(72).
               10  WS-NEW-PHON-NUM-TXT      PIC X(50).
               10  WS-NEW-EMAIL-ADDR-CD     PIC X(50).

      * IN-FORCE POLICIES OF THE CURRENT CLIENT.

       01  WS-POL-WORK-AREA.
           05  WS-POL-CLI-ID                PIC X(10)  VALUE SPACES.
           05  WS-POL-MAX                   PIC S9(04) COMP VALUE +200.
           05  WS-POL-CNT                   PIC S9(04) COMP VALUE ZERO.
           05  WS-POL-TOT-CNT               PIC S9(04) COMP VALUE ZERO.
           05  WS-POL-SUB                   PIC S9(04) COMP.
           05  WS-POL-TBL.
               10  WS-POL-ENTRY             OCCURS 200 TIMES.
                   15  WS-POL-ID            PIC X(10).
                   15  WS-POL-CLI-REL-CD    PIC X(02).
                   15  WS-POL-STAT-CD       PIC X(01).

      * BRANCH DECISION CARDS FOR THE CONFIRM RUN.

       01  WS-CARD-WORK-AREA.
           05  WS-CARD-MAX                  PIC S9(04) COMP VALUE +2000.
           05  WS-CARD-CNT                  PIC S9(04) COMP VALUE ZERO.
           05  WS-CARD-SUB                  PIC S9(04) COMP.
           05  WS-CARD-USE-SUB              PIC S9(04) COMP.
           05  WS-CARD-TBL.
               10  WS-CARD-ENTRY            OCCURS 2000 TIMES.
                   15  WS-CARD-CLI-ID       PIC X(10).
                   15  WS-CARD-APP-ID       PIC X(15).
                   15  WS-CARD-DECSN-CD     PIC X(01).
                   15  WS-CARD-USER-ID      PIC X(08).
                   15  WS-CARD-USED-SW      PIC X(01).
                       88  WS-CARD-USED           VALUE 'Y'.
           05  WS-CARD-OVRFLW-SW            PIC X(01)  VALUE 'N'.
               88  WS-CARD-OVERFLOW               VALUE 'Y'.
           05  WS-CUR-PROP-SEND-SW          PIC X(01)  VALUE 'N'.
               88  WS-CUR-PROP-SEND               VALUE 'Y'.
      /
       COPY XCWTFCMD.
      /
       COPY ACSWRUPL.
       COPY ACSWUCLI.
       COPY ACSWCCMW.
       COPY ACSWCCNT.
       COPY ACSWCPRL.
       COPY ACSWACPX.
       COPY ACSWACPG.
       COPY ACSWACAP.
       COPY ACSWACCF.
      /
      *****************************************************************
      * CALLED MODULE PARAMETER INFORMATION                           *
      *****************************************************************

       COPY ACWL2130.
      /
      *****************************************************************
      * INPUT PARAMETER INFORMATION                                   *
      *****************************************************************

       01  WGLOB-GLOBAL-AREA.
       COPY XCWWGLOB.

       COPY ACFRUPOL.
       COPY ACFRUCLI.
      /
       LINKAGE SECTION.
      *****************

       01  LK-PARM-AREA.
           05  LK-PARM-LEN                 PIC S9(04) COMP.
           05  LK-PARM-DATA.
               10  LK-RUN-MODE             PIC X(01).
               10  LK-COMPANY-CODE         PIC X(02).
               10  LK-RUN-PARM-DT          PIC X(10).
               10  FILLER                  PIC X(17).
      /
       PROCEDURE DIVISION USING LK-PARM-AREA.

      *--------------
       0000-MAINLINE.
      *--------------

           PERFORM  0200-INITIALIZE
               THRU 0200-INITIALIZE-X.

           EVALUATE TRUE
               WHEN WS-RUN-MODE-MATCH
                    PERFORM  1000-MATCH-CLIENTS
                        THRU 1000-MATCH-CLIENTS-X
               WHEN WS-RUN-MODE-PROPOSE
                    PERFORM  3000-PROPOSE-CHANGES
                        THRU 3000-PROPOSE-CHANGES-X
               WHEN OTHER
                    PERFORM  6000-APPLY-DECISIONS
                        THRU 6000-APPLY-DECISIONS-X
           END-EVALUATE.

           PERFORM  5000-PRINT-GRAND-TOTALS
               THRU 5000-PRINT-GRAND-TOTALS-X.

           MOVE WS-MAX-RC              TO RETURN-CODE.

           STOP RUN.

       0000-MAINLINE-X.
           EXIT.
      /
      *----------------
       0200-INITIALIZE.
      *----------------

           ACCEPT  WS-RUN-DT-CCYYMMDD  FROM DATE YYYYMMDD.

           MOVE WS-RUN-DT-CCYYMMDD (1:4)    TO WS-EXTR-UPLD-DT (1:4).
           MOVE '-'                         TO WS-EXTR-UPLD-DT (5:1).
           MOVE WS-RUN-DT-CCYYMMDD (5:2)    TO WS-EXTR-UPLD-DT (6:2).
           MOVE '-'                         TO WS-EXTR-UPLD-DT (8:1).
           MOVE WS-RUN-DT-CCYYMMDD (7:2)    TO WS-EXTR-UPLD-DT (9:2).

           IF   LK-PARM-LEN                  > ZERO
                MOVE LK-RUN-MODE        TO WS-RUN-MODE
           END-IF.

           IF   LK-PARM-LEN                  > 1
           AND  LK-COMPANY-CODE              > SPACES
                MOVE LK-COMPANY-CODE    TO WGLOB-COMPANY-CODE
           END-IF.

           IF   LK-PARM-LEN                  > 3
           AND  LK-RUN-PARM-DT               > SPACES
                MOVE LK-RUN-PARM-DT     TO WS-EXTR-UPLD-DT
           END-IF.

           IF   NOT WS-RUN-MODE-VALID
      *MSG: RUN MODE PARM MUST BE M (MATCH), P (PROPOSE) OR C (CONFIRM)
                MOVE 'AS95290001'       TO WGLOB-MSG-REF-INFO
                PERFORM  0260-1000-GENERATE-MESSAGE
                    THRU 0260-1000-GENERATE-MESSAGE-X
                PERFORM  0030-5000-LOGIC-ERROR
                    THRU 0030-5000-LOGIC-ERROR-X
           END-IF.

       0200-INITIALIZE-X.
           EXIT.
      /
      *****************************************************************
      * MATCH MODE - NIGHT'S APPLICANTS AGAINST THE CLIENT FILE       *
      *****************************************************************

      *-------------------
       1000-MATCH-CLIENTS.
      *-------------------

           PERFORM  RUPL-3000-OPEN-INPUT
               THRU RUPL-3000-OPEN-INPUT-X.

           PERFORM  UCLI-3000-OPEN-INPUT
               THRU UCLI-3000-OPEN-INPUT-X.

           PERFORM  CCMW-4000-OPEN-OUTPUT
               THRU CCMW-4000-OPEN-OUTPUT-X.

           PERFORM  RUPL-1000-READ
               THRU RUPL-1000-READ-X.
           PERFORM  UCLI-1000-READ
               THRU UCLI-1000-READ-X.

           PERFORM  2000-PROCESS-RUPOL
               THRU 2000-PROCESS-RUPOL-X
               UNTIL WRUPL-SEQ-IO-EOF.

           PERFORM  RUPL-4000-CLOSE
               THRU RUPL-4000-CLOSE-X.

           PERFORM  UCLI-4000-CLOSE
               THRU UCLI-4000-CLOSE-X.

           PERFORM  CCMW-5000-CLOSE
               THRU CCMW-5000-CLOSE-X.

       1000-MATCH-CLIENTS-X.
           EXIT.
      /
      *-------------------
       2000-PROCESS-RUPOL.
      *-------------------

           ADD  1                      TO WS-RUPOL-REC-READ.

           SET  WS-APP-NOT-IN-SCOPE    TO TRUE.

           IF   RUPOL-APP-UPLD-DT      = WS-EXTR-UPLD-DT
           AND  NOT RUPOL-APL-REJ-YES
                SET  WS-APP-IN-SCOPE   TO TRUE
                ADD  1                 TO WS-APP-IN-SCOPE-CNT
           END-IF.

      * THE CLIENT GROUP IS CONSUMED FOR EVERY APPLICATION TO KEEP
      * THE TWO FILES IN STEP.

           PERFORM  2100-UCLI-READ-AHEAD
               THRU 2100-UCLI-READ-AHEAD-X
               UNTIL WUCLI-SEQ-IO-EOF
               OR    RUCLI-APP-ID NOT LESS THAN RUPOL-APP-ID.

           PERFORM  2200-UCLI-CONSUME-GROUP
               THRU 2200-UCLI-CONSUME-GROUP-X
               UNTIL WUCLI-SEQ-IO-EOF
               OR    RUCLI-APP-ID NOT = RUPOL-APP-ID.

           PERFORM  RUPL-1000-READ
               THRU RUPL-1000-READ-X.

       2000-PROCESS-RUPOL-X.
           EXIT.
      /
      *---------------------
       2100-UCLI-READ-AHEAD.
      *---------------------

           PERFORM  UCLI-1000-READ
               THRU UCLI-1000-READ-X.

       2100-UCLI-READ-AHEAD-X.
           EXIT.
      /
      *------------------------
       2200-UCLI-CONSUME-GROUP.
      *------------------------

      *
      * ONLY INDIVIDUAL OWNERS AND INSUREDS ARE MATCHED - A COMPANY
      * OWNER HAS NO PERSONAL NAME FOR THE MATCH TO USE.
      *
           IF   NOT WS-APP-IN-SCOPE
           OR   RUCLI-CLI-CO-NM        > SPACES
           OR   RUCLI-CLI-SUR-NM       = SPACES
                GO TO 2200-UCLI-CONSUME-GROUP-R
           END-IF.

           IF   RUCLI-POL-CLI-REL-TYP-CD (1:1) NOT = 'O'
           AND  RUCLI-POL-CLI-INSRD-CD = SPACES
                GO TO 2200-UCLI-CONSUME-GROUP-R
           END-IF.

           ADD  1                      TO WS-CLI-MATCH-TRIED.

      * THE EXACT NAME MATCH OF THE IMPORT - NO FUZZY THRESHOLD, AN
      * ADDRESS CHANGE MUST NOT RIDE ON A NEAR-MISS NAME.

           MOVE SPACES                 TO L2130-PARM-AREA.
           MOVE RUCLI-CLI-GIV-NM       TO L2130-CLI-GIV-NM.
           MOVE RUCLI-CLI-SUR-NM       TO L2130-CLI-SURNAME.
           MOVE ZERO                   TO L2130-FUZZY-THRESHOLD-PCT
                                          L2130-FUZZY-SCORE-PCT.

           PERFORM  2130-0000-ALPHA-MATCH
               THRU 2130-0000-ALPHA-MATCH-X.

           IF   NOT L2130-MATCH-FOUND
                GO TO 2200-UCLI-CONSUME-GROUP-R
           END-IF.

           MOVE SPACES                 TO RCCMW-SEQ-REC-INFO.
           MOVE L2130-MATCHED-CLI-ID   TO RCCMW-CLI-ID.
           MOVE RUCLI-APP-ID           TO RCCMW-APP-ID.
           MOVE RUCLI-SEQ-NUM          TO RCCMW-SEQ-NUM.
           MOVE RUCLI-POL-CLI-REL-TYP-CD
                                       TO RCCMW-POL-CLI-REL-TYP-CD.
           MOVE RUPOL-SO-NUM           TO RCCMW-SO-NUM.
           MOVE RUPOL-BR-NUM           TO RCCMW-BR-NUM.
           MOVE RUCLI-CLI-SUR-NM       TO RCCMW-CLI-SUR-NM.
           MOVE RUCLI-CLI-GIV-NM       TO RCCMW-CLI-GIV-NM.
           MOVE RUCLI-CLI-BTH-DT       TO RCCMW-CLI-BTH-DT.
           MOVE RUCLI-CLI-ADDR-CD      TO RCCMW-CLI-ADDR-CD.
           MOVE RUCLI-CLI-PSTL-CD      TO RCCMW-CLI-PSTL-CD.
           MOVE RUCLI-CLI-ADDR-TXT     TO RCCMW-CLI-ADDR-TXT.
           MOVE RUCLI-CLI-PHON-NUM-TXT TO RCCMW-CLI-PHON-NUM-TXT.

      * THE POLICY EMAIL ADDRESS BELONGS TO THE OWNER.

           IF   RUCLI-POL-CLI-REL-TYP-CD (1:1) = 'O'
                MOVE RUPOL-EMAIL-ADDR-CD
                                       TO RCCMW-CLI-EMAIL-ADDR-CD
           END-IF.

           PERFORM  CCMW-2000-WRITE
               THRU CCMW-2000-WRITE-X.

           ADD  1                      TO WS-CCMW-REC-WRITTEN.

       2200-UCLI-CONSUME-GROUP-R.

           PERFORM  UCLI-1000-READ
               THRU UCLI-1000-READ-X.

       2200-UCLI-CONSUME-GROUP-X.
           EXIT.
      /
      *****************************************************************
      * PROPOSE MODE - COMPARE WITH THE CLIENT FILE, LIST POLICIES    *
      *****************************************************************

      *---------------------
       3000-PROPOSE-CHANGES.
      *---------------------

           PERFORM  CCMW-3000-OPEN-INPUT
               THRU CCMW-3000-OPEN-INPUT-X.

           PERFORM  CCNT-3000-OPEN-INPUT
               THRU CCNT-3000-OPEN-INPUT-X.

           PERFORM  CPRL-3000-OPEN-INPUT
               THRU CPRL-3000-OPEN-INPUT-X.

           PERFORM  ACPX-6000-OPEN-EXTEND
               THRU ACPX-6000-OPEN-EXTEND-X.

           PERFORM  CCMW-1000-READ
               THRU CCMW-1000-READ-X.
           PERFORM  CCNT-1000-READ
               THRU CCNT-1000-READ-X.
           PERFORM  CPRL-1000-READ
               THRU CPRL-1000-READ-X.

           PERFORM  3100-PROCESS-CCMW
               THRU 3100-PROCESS-CCMW-X
               UNTIL WCCMW-SEQ-IO-EOF.

           PERFORM  CCMW-5000-CLOSE
               THRU CCMW-5000-CLOSE-X.

           PERFORM  CCNT-5000-CLOSE
               THRU CCNT-5000-CLOSE-X.

           PERFORM  CPRL-5000-CLOSE
               THRU CPRL-5000-CLOSE-X.

           PERFORM  ACPX-5000-CLOSE
               THRU ACPX-5000-CLOSE-X.

       3000-PROPOSE-CHANGES-X.
           EXIT.
      /
      *------------------
       3100-PROCESS-CCMW.
      *------------------

           ADD  1                      TO WS-CCMW-REC-READ.

           PERFORM  3110-CCNT-READ-AHEAD
               THRU 3110-CCNT-READ-AHEAD-X
               UNTIL WCCNT-SEQ-IO-EOF
               OR    RCCNT-CLI-ID NOT LESS THAN RCCMW-CLI-ID.

           IF   WCCNT-SEQ-IO-EOF
           OR   RCCNT-CLI-ID           NOT = RCCMW-CLI-ID
                ADD  1                 TO WS-NOT-ON-FILE-CNT
      *MSG: APP @1 CLIENT @2 NOT ON THE CLIENT CONTACT UNLOAD
                MOVE 'AS95290002'      TO WGLOB-MSG-REF-INFO
                MOVE RCCMW-APP-ID      TO WGLOB-MSG-PARM (1)
                MOVE RCCMW-CLI-ID      TO WGLOB-MSG-PARM (2)
                PERFORM  0260-1000-GENERATE-MESSAGE
                    THRU 0260-1000-GENERATE-MESSAGE-X
                GO TO 3100-PROCESS-CCMW-R
           END-IF.

      *
      * THE MATCH IS ON NAME ALONE.  A CLIENT WHOSE BIRTH DATE ON
      * FILE DIFFERS FROM THE APPLICATION IS A DIFFERENT PERSON
      * SHARING THE NAME - NOTHING IS PROPOSED FOR THEM.
      *
           IF   RCCMW-CLI-BTH-DT       > SPACES
           AND  RCCNT-CLI-BTH-DT       > SPACES
           AND  RCCMW-CLI-BTH-DT       NOT = RCCNT-CLI-BTH-DT
                ADD  1                 TO WS-BTH-DT-DIFF-CNT
      *MSG: APP @1 CLIENT @2 BIRTH DATE @3 ON FILE @4 - NOT PROPOSED
                MOVE 'AS95290003'      TO WGLOB-MSG-REF-INFO
                MOVE RCCMW-APP-ID      TO WGLOB-MSG-PARM (1)
                MOVE RCCMW-CLI-ID      TO WGLOB-MSG-PARM (2)
                MOVE RCCMW-CLI-BTH-DT  TO WGLOB-MSG-PARM (3)
                MOVE RCCNT-CLI-BTH-DT  TO WGLOB-MSG-PARM (4)
                PERFORM  0260-1000-GENERATE-MESSAGE
                    THRU 0260-1000-GENERATE-MESSAGE-X
                GO TO 3100-PROCESS-CCMW-R
           END-IF.

           PERFORM  3200-COMPARE-CONTACT
               THRU 3200-COMPARE-CONTACT-X.

           IF   NOT WS-ADDR-CHG
           AND  NOT WS-PHON-CHG
           AND  NOT WS-EMAIL-CHG
                ADD  1                 TO WS-NO-CHANGE-CNT
                GO TO 3100-PROCESS-CCMW-R
           END-IF.

      * THE SAME CLIENT ON TWO OF THE NIGHT'S APPLICATIONS WITH THE
      * SAME NEW DETAILS IS PROPOSED ONCE.

           IF   RCCMW-CLI-ID           = WS-LAST-PROP-CLI-ID
           AND  WS-NEW-CONTACT         = WS-LAST-PROP-CONTACT
                ADD  1                 TO WS-DUP-PROP-CNT
                GO TO 3100-PROCESS-CCMW-R
           END-IF.

           IF   RCCMW-CLI-ID           NOT = WS-POL-CLI-ID
                PERFORM  3300-LOAD-POLICIES
                    THRU 3300-LOAD-POLICIES-X
           END-IF.

           PERFORM  3400-WRITE-PROPOSAL
               THRU 3400-WRITE-PROPOSAL-X.

           MOVE RCCMW-CLI-ID           TO WS-LAST-PROP-CLI-ID.
           MOVE WS-NEW-CONTACT         TO WS-LAST-PROP-CONTACT.

       3100-PROCESS-CCMW-R.

           PERFORM  CCMW-1000-READ
               THRU CCMW-1000-READ-X.

       3100-PROCESS-CCMW-X.
           EXIT.
      /
      *---------------------
       3110-CCNT-READ-AHEAD.
      *---------------------

           PERFORM  CCNT-1000-READ
               THRU CCNT-1000-READ-X.

       3110-CCNT-READ-AHEAD-X.
           EXIT.
      /
      *---------------------
       3200-COMPARE-CONTACT.
      *---------------------

      *
      * A DETAIL LEFT BLANK ON THE APPLICATION IS NOT A CHANGE - ONLY
      * A VALUE THAT IS PRESENT AND DIFFERENT FROM THE FILE IS.  A
      * CHANGED ADDRESS CARRIES ALL THREE ADDRESS PARTS TOGETHER.
      *
           MOVE 'N'                    TO WS-ADDR-CHG-SW
                                          WS-PHON-CHG-SW
                                          WS-EMAIL-CHG-SW.

           MOVE RCCNT-CLI-ADDR-CD      TO WS-NEW-ADDR-CD.
           MOVE RCCNT-CLI-PSTL-CD      TO WS-NEW-PSTL-CD.
           MOVE RCCNT-CLI-ADDR-TXT     TO WS-NEW-ADDR-TXT.
           MOVE RCCNT-CLI-PHON-NUM-TXT TO WS-NEW-PHON-NUM-TXT.
           MOVE RCCNT-CLI-EMAIL-ADDR-CD
                                       TO WS-NEW-EMAIL-ADDR-CD.

           IF  (RCCMW-CLI-ADDR-TXT     > SPACES
           OR   RCCMW-CLI-PSTL-CD      > SPACES)
           AND (RCCMW-CLI-ADDR-TXT     NOT = RCCNT-CLI-ADDR-TXT
           OR   RCCMW-CLI-PSTL-CD      NOT = RCCNT-CLI-PSTL-CD
           OR   RCCMW-CLI-ADDR-CD      NOT = RCCNT-CLI-ADDR-CD)
                SET  WS-ADDR-CHG       TO TRUE
                MOVE RCCMW-CLI-ADDR-CD TO WS-NEW-ADDR-CD
                MOVE RCCMW-CLI-PSTL-CD TO WS-NEW-PSTL-CD
                MOVE RCCMW-CLI-ADDR-TXT
                                       TO WS-NEW-ADDR-TXT
           END-IF.

           IF   RCCMW-CLI-PHON-NUM-TXT > SPACES
           AND  RCCMW-CLI-PHON-NUM-TXT NOT = RCCNT-CLI-PHON-NUM-TXT
                SET  WS-PHON-CHG       TO TRUE
                MOVE RCCMW-CLI-PHON-NUM-TXT
                                       TO WS-NEW-PHON-NUM-TXT
           END-IF.

           IF   RCCMW-CLI-EMAIL-ADDR-CD
                                       > SPACES
           AND  RCCMW-CLI-EMAIL-ADDR-CD
                                       NOT = RCCNT-CLI-EMAIL-ADDR-CD
                SET  WS-EMAIL-CHG      TO TRUE
                MOVE RCCMW-CLI-EMAIL-ADDR-CD
                                       TO WS-NEW-EMAIL-ADDR-CD
           END-IF.

       3200-COMPARE-CONTACT-X.
           EXIT.
      /
      *-------------------
       3300-LOAD-POLICIES.
      *-------------------

           MOVE RCCMW-CLI-ID           TO WS-POL-CLI-ID.
           MOVE ZERO                   TO WS-POL-CNT
                                          WS-POL-TOT-CNT.

           PERFORM  3310-CPRL-READ-AHEAD
               THRU 3310-CPRL-READ-AHEAD-X
               UNTIL WCPRL-SEQ-IO-EOF
               OR    RCPRL-CLI-ID NOT LESS THAN WS-POL-CLI-ID.

           PERFORM  3320-CPRL-CONSUME-GROUP
               THRU 3320-CPRL-CONSUME-GROUP-X
               UNTIL WCPRL-SEQ-IO-EOF
               OR    RCPRL-CLI-ID NOT = WS-POL-CLI-ID.

           IF   WS-POL-TOT-CNT         > WS-POL-MAX
                MOVE 4                 TO WS-MAX-RC
      *MSG: CLIENT @1 HAS @2 IN-FORCE POLICIES - ONLY @3 LISTED
                MOVE 'AS95290004'      TO WGLOB-MSG-REF-INFO
                MOVE WS-POL-CLI-ID     TO WGLOB-MSG-PARM (1)
                MOVE WS-POL-TOT-CNT    TO WS-PIC-COUNTER
                MOVE WS-PIC-COUNTER    TO WGLOB-MSG-PARM (2)
                MOVE WS-POL-MAX        TO WS-PIC-COUNTER
                MOVE WS-PIC-COUNTER    TO WGLOB-MSG-PARM (3)
                PERFORM  0260-1000-GENERATE-MESSAGE
                    THRU 0260-1000-GENERATE-MESSAGE-X
           END-IF.

       3300-LOAD-POLICIES-X.
           EXIT.
      /
      *---------------------
       3310-CPRL-READ-AHEAD.
      *---------------------

           PERFORM  CPRL-1000-READ
               THRU CPRL-1000-READ-X.

       3310-CPRL-READ-AHEAD-X.
           EXIT.
      /
      *------------------------
       3320-CPRL-CONSUME-GROUP.
      *------------------------

           ADD  1                      TO WS-POL-TOT-CNT.

           IF   WS-POL-CNT             < WS-POL-MAX
                ADD  1                 TO WS-POL-CNT
                MOVE RCPRL-POL-ID      TO WS-POL-ID (WS-POL-CNT)
                MOVE RCPRL-POL-CLI-REL-CD
                                       TO WS-POL-CLI-REL-CD
                                          (WS-POL-CNT)
                MOVE RCPRL-POL-STAT-CD TO WS-POL-STAT-CD (WS-POL-CNT)
           END-IF.

           PERFORM  CPRL-1000-READ
               THRU CPRL-1000-READ-X.

       3320-CPRL-CONSUME-GROUP-X.
           EXIT.
      /
      *--------------------
       3400-WRITE-PROPOSAL.
      *--------------------

           MOVE SPACES                 TO RACPX-SEQ-REC-INFO.
           SET  RACPX-REC-TYP-HDR      TO TRUE.
           MOVE RCCMW-CLI-ID           TO RACPX-CLI-ID.
           MOVE RCCMW-APP-ID           TO RACPX-APP-ID.
           MOVE WS-RUN-DT-CCYYMMDD     TO RACPX-PROP-DT.
           SET  RACPX-PROP-PENDING     TO TRUE.
           MOVE RCCMW-SO-NUM           TO RACPX-SO-NUM.
           MOVE RCCMW-BR-NUM           TO RACPX-BR-NUM.
           MOVE WS-ADDR-CHG-SW         TO RACPX-ADDR-CHG-IND.
           MOVE WS-PHON-CHG-SW         TO RACPX-PHON-CHG-IND.
           MOVE WS-EMAIL-CHG-SW        TO RACPX-EMAIL-CHG-IND.
           MOVE RCCNT-CLI-ADDR-CD      TO RACPX-OLD-ADDR-CD.
           MOVE RCCNT-CLI-PSTL-CD      TO RACPX-OLD-PSTL-CD.
           MOVE RCCNT-CLI-ADDR-TXT     TO RACPX-OLD-ADDR-TXT.
           MOVE RCCNT-CLI-PHON-NUM-TXT TO RACPX-OLD-PHON-NUM-TXT.
           MOVE RCCNT-CLI-EMAIL-ADDR-CD
                                       TO RACPX-OLD-EMAIL-ADDR-CD.
           MOVE WS-NEW-CONTACT         TO RACPX-NEW-CONTACT.
           MOVE WS-POL-CNT             TO RACPX-POL-CNT.

           PERFORM  ACPX-2000-WRITE
               THRU ACPX-2000-WRITE-X.

           ADD  1                      TO WS-PROP-WRITTEN.

      *MSG: APP @1 CLIENT @2 CHANGE ADDR/PHONE/EMAIL @3 - @4 POLICIES
           MOVE 'AS95290005'           TO WGLOB-MSG-REF-INFO.
           MOVE RCCMW-APP-ID           TO WGLOB-MSG-PARM (1).
           MOVE RCCMW-CLI-ID           TO WGLOB-MSG-PARM (2).
           MOVE SPACES                 TO WGLOB-MSG-PARM (3).
           STRING WS-ADDR-CHG-SW WS-PHON-CHG-SW WS-EMAIL-CHG-SW
                  DELIMITED BY SIZE INTO WGLOB-MSG-PARM (3).
           MOVE WS-POL-CNT             TO WS-PIC-COUNTER.
           MOVE WS-PIC-COUNTER         TO WGLOB-MSG-PARM (4).
           PERFORM  0260-1000-GENERATE-MESSAGE
               THRU 0260-1000-GENERATE-MESSAGE-X.

           PERFORM  3410-WRITE-PROPOSAL-POLICY
               THRU 3410-WRITE-PROPOSAL-POLICY-X
               VARYING WS-POL-SUB FROM 1 BY 1
               UNTIL   WS-POL-SUB > WS-POL-CNT.

       3400-WRITE-PROPOSAL-X.
           EXIT.
      /
      *---------------------------
       3410-WRITE-PROPOSAL-POLICY.
      *---------------------------

           MOVE SPACES                 TO RACPX-DETAIL-INFO.
           SET  RACPX-REC-TYP-POL      TO TRUE.
           MOVE WS-POL-ID (WS-POL-SUB) TO RACPX-POL-ID.
           MOVE WS-POL-CLI-REL-CD (WS-POL-SUB)
                                       TO RACPX-POL-CLI-REL-CD.
           MOVE WS-POL-STAT-CD (WS-POL-SUB)
                                       TO RACPX-POL-STAT-CD.

           PERFORM  ACPX-2000-WRITE
               THRU ACPX-2000-WRITE-X.

           ADD  1                      TO WS-PROP-POL-WRITTEN.

       3410-WRITE-PROPOSAL-POLICY-X.
           EXIT.
      /
      *------------------------
       5000-PRINT-GRAND-TOTALS.
      *------------------------

           EVALUATE TRUE
               WHEN WS-RUN-MODE-MATCH
      *MSG: UPLOADS @1 - IN SCOPE @2 - CLIENTS TRIED @3 - MATCHED @4
                    MOVE 'AS95290006'  TO WGLOB-MSG-REF-INFO
                    MOVE WS-RUPOL-REC-READ
                                       TO WS-PIC-COUNTER
                    MOVE WS-PIC-COUNTER
                                       TO WGLOB-MSG-PARM (1)
                    MOVE WS-APP-IN-SCOPE-CNT
                                       TO WS-PIC-COUNTER
                    MOVE WS-PIC-COUNTER
                                       TO WGLOB-MSG-PARM (2)
                    MOVE WS-CLI-MATCH-TRIED
                                       TO WS-PIC-COUNTER
                    MOVE WS-PIC-COUNTER
                                       TO WGLOB-MSG-PARM (3)
                    MOVE WS-CCMW-REC-WRITTEN
                                       TO WS-PIC-COUNTER
                    MOVE WS-PIC-COUNTER
                                       TO WGLOB-MSG-PARM (4)
               WHEN WS-RUN-MODE-PROPOSE
      *MSG: MATCHED @1 - NO CHANGE @2 - PROPOSED @3 - NOT ON FILE @4
                    MOVE 'AS95290007'  TO WGLOB-MSG-REF-INFO
                    MOVE WS-CCMW-REC-READ
                                       TO WS-PIC-COUNTER
                    MOVE WS-PIC-COUNTER
                                       TO WGLOB-MSG-PARM (1)
                    MOVE WS-NO-CHANGE-CNT
                                       TO WS-PIC-COUNTER
                    MOVE WS-PIC-COUNTER
                                       TO WGLOB-MSG-PARM (2)
                    MOVE WS-PROP-WRITTEN
                                       TO WS-PIC-COUNTER
                    MOVE WS-PIC-COUNTER
                                       TO WGLOB-MSG-PARM (3)
                    MOVE WS-NOT-ON-FILE-CNT
                                       TO WS-PIC-COUNTER
                    MOVE WS-PIC-COUNTER
                                       TO WGLOB-MSG-PARM (4)
                    MOVE WS-BTH-DT-DIFF-CNT
                                       TO WS-PIC-COUNTER
                    MOVE WS-PIC-COUNTER
                                       TO WGLOB-MSG-PARM (5)
               WHEN OTHER
      *MSG: CARDS @1 - CONFIRMED @2 - REJECTED @3 - PENDING @4 - BAD @5
                    MOVE 'AS95290008'  TO WGLOB-MSG-REF-INFO
                    MOVE WS-ACCF-REC-READ
                                       TO WS-PIC-COUNTER
                    MOVE WS-PIC-COUNTER
                                       TO WGLOB-MSG-PARM (1)
                    MOVE WS-PROP-CONFIRMED-CNT
                                       TO WS-PIC-COUNTER
                    MOVE WS-PIC-COUNTER
                                       TO WGLOB-MSG-PARM (2)
                    MOVE WS-PROP-REJECTED-CNT
                                       TO WS-PIC-COUNTER
                    MOVE WS-PIC-COUNTER
                                       TO WGLOB-MSG-PARM (3)
                    MOVE WS-PROP-STILL-PEND-CNT
                                       TO WS-PIC-COUNTER
                    MOVE WS-PIC-COUNTER
                                       TO WGLOB-MSG-PARM (4)
                    COMPUTE WS-PIC-COUNTER = WS-ACCF-REJECTED
                                           + WS-CARD-UNUSED-CNT
                    MOVE WS-PIC-COUNTER
                                       TO WGLOB-MSG-PARM (5)
           END-EVALUATE.

           PERFORM  0260-1000-GENERATE-MESSAGE
               THRU 0260-1000-GENERATE-MESSAGE-X.

       5000-PRINT-GRAND-TOTALS-X.
           EXIT.
      /
      *****************************************************************
      * CONFIRM MODE - APPLY THE BRANCH DECISIONS                     *
      *****************************************************************

      *---------------------
       6000-APPLY-DECISIONS.
      *---------------------

           PERFORM  ACCF-3000-OPEN-INPUT
               THRU ACCF-3000-OPEN-INPUT-X.

           PERFORM  ACCF-1000-READ
               THRU ACCF-1000-READ-X.

           PERFORM  6100-LOAD-CARD
               THRU 6100-LOAD-CARD-X
               UNTIL WACCF-SEQ-IO-EOF.

           PERFORM  ACCF-5000-CLOSE
               THRU ACCF-5000-CLOSE-X.

      * A PART-LOADED CARD TABLE WOULD LEAVE DECISIONS UNAPPLIED
      * WITHOUT TRACE - THE PROPOSAL FILE IS LEFT AS IT IS.

           IF   WS-CARD-OVERFLOW
                MOVE 8                 TO WS-MAX-RC
                GO TO 6000-APPLY-DECISIONS-X
           END-IF.

           PERFORM  ACPX-3000-OPEN-INPUT
               THRU ACPX-3000-OPEN-INPUT-X.

           PERFORM  ACPG-4000-OPEN-OUTPUT
               THRU ACPG-4000-OPEN-OUTPUT-X.

           PERFORM  ACAP-4000-OPEN-OUTPUT
               THRU ACAP-4000-OPEN-OUTPUT-X.

           PERFORM  ACPX-1000-READ
               THRU ACPX-1000-READ-X.

           PERFORM  6200-PROCESS-ACPX
               THRU 6200-PROCESS-ACPX-X
               UNTIL WACPX-SEQ-IO-EOF.

           PERFORM  ACPX-5000-CLOSE
               THRU ACPX-5000-CLOSE-X.

           PERFORM  ACPG-5000-CLOSE
               THRU ACPG-5000-CLOSE-X.

           PERFORM  ACAP-5000-CLOSE
               THRU ACAP-5000-CLOSE-X.

           PERFORM  6400-REPORT-UNUSED-CARD
               THRU 6400-REPORT-UNUSED-CARD-X
               VARYING WS-CARD-SUB FROM 1 BY 1
               UNTIL   WS-CARD-SUB > WS-CARD-CNT.

           IF   WS-CARD-UNUSED-CNT     > ZERO
           OR   WS-ACCF-REJECTED       > ZERO
                MOVE 4                 TO WS-MAX-RC
           END-IF.

       6000-APPLY-DECISIONS-X.
           EXIT.
      /
      *---------------
       6100-LOAD-CARD.
      *---------------

           ADD  1                      TO WS-ACCF-REC-READ.

           IF   NOT RACCF-DECSN-VALID
           OR   RACCF-CLI-ID           = SPACES
           OR   RACCF-APP-ID           = SPACES
                ADD  1                 TO WS-ACCF-REJECTED
      *MSG: CARD FOR APP @1 CLIENT @2 DECISION @3 IS NOT VALID
                MOVE 'AS95290009'      TO WGLOB-MSG-REF-INFO
                MOVE RACCF-APP-ID      TO WGLOB-MSG-PARM (1)
                MOVE RACCF-CLI-ID      TO WGLOB-MSG-PARM (2)
                MOVE RACCF-DECSN-CD    TO WGLOB-MSG-PARM (3)
                PERFORM  0260-1000-GENERATE-MESSAGE
                    THRU 0260-1000-GENERATE-MESSAGE-X
                GO TO 6100-LOAD-CARD-R
           END-IF.

           IF   WS-CARD-CNT            NOT < WS-CARD-MAX
                IF   NOT WS-CARD-OVERFLOW
                     SET  WS-CARD-OVERFLOW
                                       TO TRUE
      *MSG: DECISION CARD TABLE FULL AT @1 - NOTHING APPLIED - RC 8
                     MOVE 'AS95290010' TO WGLOB-MSG-REF-INFO
                     MOVE WS-CARD-MAX  TO WS-PIC-COUNTER
                     MOVE WS-PIC-COUNTER
                                       TO WGLOB-MSG-PARM (1)
                     PERFORM  0260-1000-GENERATE-MESSAGE
                         THRU 0260-1000-GENERATE-MESSAGE-X
                END-IF
                GO TO 6100-LOAD-CARD-R
           END-IF.

           ADD  1                      TO WS-CARD-CNT.
           MOVE RACCF-CLI-ID           TO WS-CARD-CLI-ID (WS-CARD-CNT).
           MOVE RACCF-APP-ID           TO WS-CARD-APP-ID (WS-CARD-CNT).
           MOVE RACCF-DECSN-CD         TO WS-CARD-DECSN-CD
                                          (WS-CARD-CNT).
           MOVE RACCF-USER-ID          TO WS-CARD-USER-ID
                                          (WS-CARD-CNT).
           MOVE 'N'                    TO WS-CARD-USED-SW
                                          (WS-CARD-CNT).

       6100-LOAD-CARD-R.

           PERFORM  ACCF-1000-READ
               THRU ACCF-1000-READ-X.

       6100-LOAD-CARD-X.
           EXIT.
      /
      *-----------------
       6200-PROCESS-ACPX.
      *-----------------

           ADD  1                      TO WS-ACPX-REC-READ.

      *
      * A POLICY ROW FOLLOWS ITS HEADER - IT GOES TO POLICY SERVICE
      * WHEN THE HEADER WAS CONFIRMED IN THIS RUN.
      *
           IF   RACPX-REC-TYP-POL
                GO TO 6200-PROCESS-ACPX-W
           END-IF.

           MOVE 'N'                    TO WS-CUR-PROP-SEND-SW.

           IF   NOT RACPX-PROP-PENDING
                GO TO 6200-PROCESS-ACPX-W
           END-IF.

           PERFORM  6300-FIND-CARD
               THRU 6300-FIND-CARD-X.

           IF   WS-CARD-USE-SUB        = ZERO
                ADD  1                 TO WS-PROP-STILL-PEND-CNT
                GO TO 6200-PROCESS-ACPX-W
           END-IF.

           MOVE 'Y'                    TO WS-CARD-USED-SW
                                          (WS-CARD-USE-SUB).
           MOVE WS-CARD-DECSN-CD (WS-CARD-USE-SUB)
                                       TO RACPX-PROP-STAT-CD.
           MOVE WS-CARD-USER-ID (WS-CARD-USE-SUB)
                                       TO RACPX-DECSN-USER-ID.
           MOVE WS-RUN-DT-CCYYMMDD     TO RACPX-DECSN-DT.

           IF   RACPX-PROP-CONFIRMED
                ADD  1                 TO WS-PROP-CONFIRMED-CNT
                SET  WS-CUR-PROP-SEND  TO TRUE
           ELSE
                ADD  1                 TO WS-PROP-REJECTED-CNT
           END-IF.

       6200-PROCESS-ACPX-W.

           MOVE RACPX-SEQ-REC-INFO     TO RACPG-SEQ-REC-INFO.

           PERFORM  ACPG-2000-WRITE
               THRU ACPG-2000-WRITE-X.

           IF   WS-CUR-PROP-SEND
                MOVE RACPX-SEQ-REC-INFO
                                       TO RACAP-SEQ-REC-INFO
                PERFORM  ACAP-2000-WRITE
                    THRU ACAP-2000-WRITE-X
                ADD  1                 TO WS-ACAP-REC-WRITTEN
           END-IF.

           PERFORM  ACPX-1000-READ
               THRU ACPX-1000-READ-X.

       6200-PROCESS-ACPX-X.
           EXIT.
      /
      *---------------
       6300-FIND-CARD.
      *---------------

           MOVE ZERO                   TO WS-CARD-USE-SUB.

           PERFORM  6310-CHECK-CARD
               THRU 6310-CHECK-CARD-X
               VARYING WS-CARD-SUB FROM 1 BY 1
               UNTIL   WS-CARD-SUB > WS-CARD-CNT
               OR      WS-CARD-USE-SUB > ZERO.

       6300-FIND-CARD-X.
           EXIT.
      /
      *----------------
       6310-CHECK-CARD.
      *----------------

           IF   WS-CARD-CLI-ID (WS-CARD-SUB) = RACPX-CLI-ID
           AND  WS-CARD-APP-ID (WS-CARD-SUB) = RACPX-APP-ID
           AND  NOT WS-CARD-USED (WS-CARD-SUB)
                MOVE WS-CARD-SUB       TO WS-CARD-USE-SUB
           END-IF.

       6310-CHECK-CARD-X.
           EXIT.
      /
      *------------------------
       6400-REPORT-UNUSED-CARD.
      *------------------------

           IF   WS-CARD-USED (WS-CARD-SUB)
                GO TO 6400-REPORT-UNUSED-CARD-X
           END-IF.

           ADD  1                      TO WS-CARD-UNUSED-CNT.

      *MSG: CARD FOR APP @1 CLIENT @2 HAS NO PENDING PROPOSAL
           MOVE 'AS95290011'           TO WGLOB-MSG-REF-INFO.
           MOVE WS-CARD-APP-ID (WS-CARD-SUB)
                                       TO WGLOB-MSG-PARM (1).
           MOVE WS-CARD-CLI-ID (WS-CARD-SUB)
                                       TO WGLOB-MSG-PARM (2).
           PERFORM  0260-1000-GENERATE-MESSAGE
               THRU 0260-1000-GENERATE-MESSAGE-X.

       6400-REPORT-UNUSED-CARD-X.
           EXIT.
      /
      *****************************************************************
      * CALLED MODULE LINKAGE                                         *
      *****************************************************************

       COPY ACPL2130.
      /
      *****************************************************************
      * I/O PROCESSING COPYBOOKS                                      *
      *****************************************************************

       COPY ACPARUPL.
       COPY ACPNRUPL.
       COPY ACPORUPL.
       COPY ACPLRUPL.
      /
       COPY ACPAUCLI.
       COPY ACPNUCLI.
       COPY ACPOUCLI.
       COPY ACPLUCLI.
      /
       COPY ACPICCMW.
      /
       COPY ACPICCNT.
      /
       COPY ACPICPRL.
      /
       COPY ACPIACPX.
      /
       COPY ACPIACPG.
      /
       COPY ACPIACAP.
      /
       COPY ACPIACCF.
      /
      *****************************************************************
      * ERROR HANDLING ROUTINES                                       *
      *****************************************************************

       COPY XCPL0030.

       COPY XCPL0260.

      *****************************************************************
      **                 END OF PROGRAM ASBM9529                     **
      *****************************************************************
