874156**                  ON THE LAYOUT BUT NEVER MERGED - AND       **
874156**                  STORE THE TABLE DETECT DATE IN THE         **
874156**                  CCYY-MM-DD SHAPE THE RWQUE COLUMN USES     **
927461**  15OCT26  DEV    MERGE THE RETURNED-MAIL HOLD FILE (RMHL)   **
927461**                  INTO THE QUEUE AS HOLD TYPE 'RM' SO THE    **
927461**                  SERVICING BRANCH CORRECTS THE ADDRESS      **
951627**  15OCT26  DEV    MERGE THE MVR REFERRAL FILE (MVRH) INTO    **
951627**                  THE QUEUE AS HOLD TYPE 'MV' FOR AN         **
951627**                  UNDERWRITER                                **
386274**  15OCT26  DEV    MERGE THE CARD DECLINE HOLD FILE (CDHL)    **
386274**                  INTO THE QUEUE AS HOLD TYPE 'CD' SO THE    **
386274**                  SERVICING BRANCH OBTAINS ANOTHER PAYMENT   **
517342**  15OCT26  DEV    MERGE THE SELF-WRITTEN AND EMPLOYEE        **
517342**                  BUSINESS REVIEW HOLD FILE (SWHL) INTO THE  **
517342**                  QUEUE AS HOLD TYPE 'SW' FOR COMPLIANCE     **
604718**  15OCT26  DEV    MERGE THE CORPORATE-OWNED POLICY HOLD FILE **
604718**                  (COHL) INTO THE QUEUE AS HOLD TYPE 'CO'    **
318852**  15OCT26  DEV    CORPORATE-OWNED HOLDS NOW QUEUE AS 'CP' -   **
318852**                  'CO' IS THE COMPLIANCE SCREENING HOLD AND  **
318852**                  THE TWO COLLIDED ON THE TABLE KEY.  MERGE  **
318852**                  THE PENDING ADDRESS/CONTACT CHANGE         **
318852**                  PROPOSALS (ACPX) AS HOLD TYPE 'AD' FOR THE **
318852**                  SERVICING BRANCH TO CONFIRM                **
263951**  15OCT26  DEV    MERGE THE ELDERLY APPLICANT HOLD FILE      **
263951**                  (ELHL) - MISSING FAMILY ATTENDANCE OR      **
263951**                  SECOND INTERVIEW QUEUES AS 'EA' AND THE    **
263951**                  OPEN PRE-ISSUE CONFIRMATION CALL AS 'EC'   **
481736**  15OCT26  DEV    MERGE THE MINOR BENEFICIARY CUSTODIAN HOLD **
481736**                  FILE (MNBH) AS 'MC'                        **
      *****************************************************************

      **********************
       COPY ACSSWQUF.
874156 COPY ACSSAGHL.
874156 COPY ACSSPNHL.
927461 COPY ACSSRMHL.
951627 COPY ACSSMVRH.
386274 COPY ACSSCDHL.
517342 COPY ACSSSWHL.
604718 COPY ACSSCOHL.
318852 COPY ACSSACPX.
263951 COPY ACSSELHL.
481736 COPY ACSSMNBH.

      ***************
       DATA DIVISION.

874156 COPY ACSRPNHL.

927461 COPY ACSDRMHL.

927461 COPY ACSRRMHL.

951627 COPY ACSDMVRH.

951627 COPY ACSRMVRH.

386274 COPY ACSDCDHL.

386274 COPY ACSRCDHL.

517342 COPY ACSDSWHL.

517342 COPY ACSRSWHL.

604718 COPY ACSDCOHL.

604718 COPY ACSRCOHL.

318852 COPY ACSDACPX.

318852 COPY ACSRACPX.

263951 COPY ACSDELHL.

263951 COPY ACSRELHL.

481736 COPY ACSDMNBH.

481736 COPY ACSRMNBH.

       WORKING-STORAGE SECTION.

       COPY XCWWPGWS REPLACING '$VAR1' BY 'ASBM9428'.
      /
874156 COPY ACSWAGHL.
874156 COPY ACSWPNHL.
927461 COPY ACSWRMHL.
951627 COPY ACSWMVRH.
386274 COPY ACSWCDHL.
517342 COPY ACSWSWHL.
604718 COPY ACSWCOHL.
318852 COPY ACSWACPX.
263951 COPY ACSWELHL.
481736 COPY ACSWMNBH.
       COPY ACSWADHL.
       COPY ACSWACHL.
       COPY ACSWASTH.
874156     PERFORM  1940-MERGE-PNHL
874156         THRU 1940-MERGE-PNHL-X.

927461     PERFORM  1950-MERGE-RMHL
927461         THRU 1950-MERGE-RMHL-X.

951627     PERFORM  1960-MERGE-MVRH
951627         THRU 1960-MERGE-MVRH-X.

386274     PERFORM  1970-MERGE-CDHL
386274         THRU 1970-MERGE-CDHL-X.

517342     PERFORM  1980-MERGE-SWHL
517342         THRU 1980-MERGE-SWHL-X.

604718     PERFORM  1990-MERGE-COHL
604718         THRU 1990-MERGE-COHL-X.

318852     PERFORM  2000-MERGE-ACPX
318852         THRU 2000-MERGE-ACPX-X.

263951     PERFORM  2010-MERGE-ELHL
263951         THRU 2010-MERGE-ELHL-X.

481736     PERFORM  2020-MERGE-MNBH
481736         THRU 2020-MERGE-MNBH-X.

           PERFORM  WQUF-5000-CLOSE
               THRU WQUF-5000-CLOSE-X.

874156 1945-ONE-PNHL-X.
874156     EXIT.
      /
927461*-----------------
927461 1950-MERGE-RMHL.
927461*-----------------

927461     PERFORM  RMHL-3000-OPEN-INPUT
927461         THRU RMHL-3000-OPEN-INPUT-X.

927461     PERFORM  RMHL-1000-READ
927461         THRU RMHL-1000-READ-X.

927461     PERFORM  1955-ONE-RMHL
927461         THRU 1955-ONE-RMHL-X
927461         UNTIL WRMHL-SEQ-IO-EOF.

927461     PERFORM  RMHL-5000-CLOSE
927461         THRU RMHL-5000-CLOSE-X.

927461 1950-MERGE-RMHL-X.
927461     EXIT.
      /
927461*---------------
927461 1955-ONE-RMHL.
927461*---------------

      *
927461* THE SERVICING BRANCH LEADS THE DETAIL SO THE QUEUE CAN BE
927461* WORKED BY BRANCH.  A SECOND RETURN FOR THE SAME APPLICATION
927461* FALLS ON THE ROW ALREADY OPEN FOR IT.
      *
927461     ADD  1                      TO WS-HOLD-REC-READ.

927461     IF   RRMHL-NOT-CLEARED
927461          MOVE 'RM'              TO WS-WORK-HOLD-TYP-CD
927461          MOVE RRMHL-APP-ID      TO WS-WORK-APP-ID
927461          MOVE 'M'               TO WS-WORK-SEVRTY-CD
927461          MOVE RRMHL-DETECT-DT   TO WS-WORK-DETECT-DT
927461          MOVE SPACES            TO WS-WORK-DETAIL-TXT
927461          STRING 'BR ' RRMHL-BR-NUM
927461                 ' MAIL RTRN ' RRMHL-LETTER-TYP-CD
927461                 ' RSN ' RRMHL-RTRN-REASN-CD
927461                 ' ' RRMHL-PSTL-CD
927461              DELIMITED BY SIZE INTO WS-WORK-DETAIL-TXT
927461          PERFORM  3000-EMIT-QUEUE-ENTRY
927461              THRU 3000-EMIT-QUEUE-ENTRY-X
927461     END-IF.

927461     PERFORM  RMHL-1000-READ
927461         THRU RMHL-1000-READ-X.

927461 1955-ONE-RMHL-X.
927461     EXIT.
      /
951627*-----------------
951627 1960-MERGE-MVRH.
951627*-----------------

951627     PERFORM  MVRH-3000-OPEN-INPUT
951627         THRU MVRH-3000-OPEN-INPUT-X.

951627     PERFORM  MVRH-1000-READ
951627         THRU MVRH-1000-READ-X.

951627     PERFORM  1965-ONE-MVRH
951627         THRU 1965-ONE-MVRH-X
951627         UNTIL WMVRH-SEQ-IO-EOF.

951627     PERFORM  MVRH-5000-CLOSE
951627         THRU MVRH-5000-CLOSE-X.

951627 1960-MERGE-MVRH-X.
951627     EXIT.
      /
951627*---------------
951627 1965-ONE-MVRH.
951627*---------------

      *
951627* A DRIVING RECORD REFERRED BY ASBM9512 WAITS ON AN
951627* UNDERWRITER - THE APPLICATION CANNOT ISSUE AROUND IT.  THE
951627* CLIENT LEADS THE DETAIL SINCE AN APPLICATION MAY CARRY MORE
951627* THAN ONE INSURED.
      *
951627     ADD  1                      TO WS-HOLD-REC-READ.

951627     MOVE 'MV'                   TO WS-WORK-HOLD-TYP-CD.
951627     MOVE RMVRH-APP-ID           TO WS-WORK-APP-ID.
951627     MOVE 'H'                    TO WS-WORK-SEVRTY-CD.
951627     MOVE RMVRH-DETECT-DT        TO WS-WORK-DETECT-DT.
951627     MOVE SPACES                 TO WS-WORK-DETAIL-TXT.
951627     STRING 'CLI ' RMVRH-CLI-ID
951627            ' MVR ' RMVRH-RFR-REASN-CD
951627            ' PTS ' RMVRH-VIOL-PT-TOT
951627            '/' RMVRH-VIOL-PT-THRSHLD
951627            ' LIC ' RMVRH-LIC-STAT-CD
951627         DELIMITED BY SIZE INTO WS-WORK-DETAIL-TXT.
951627     PERFORM  3000-EMIT-QUEUE-ENTRY
951627         THRU 3000-EMIT-QUEUE-ENTRY-X.

951627     PERFORM  MVRH-1000-READ
951627         THRU MVRH-1000-READ-X.

951627 1965-ONE-MVRH-X.
951627     EXIT.
      /
386274*-----------------
386274 1970-MERGE-CDHL.
386274*-----------------

386274     PERFORM  CDHL-3000-OPEN-INPUT
386274         THRU CDHL-3000-OPEN-INPUT-X.

386274     PERFORM  CDHL-1000-READ
386274         THRU CDHL-1000-READ-X.

386274     PERFORM  1975-ONE-CDHL
386274         THRU 1975-ONE-CDHL-X
386274         UNTIL WCDHL-SEQ-IO-EOF.

386274     PERFORM  CDHL-5000-CLOSE
386274         THRU CDHL-5000-CLOSE-X.

386274 1970-MERGE-CDHL-X.
386274     EXIT.
      /
386274*---------------
386274 1975-ONE-CDHL.
386274*---------------

      *
386274* A DECLINED FIRST-PREMIUM AUTHORIZATION (ASBM9524) LEAVES THE
386274* APPLICATION UNPAID - THE SERVICING BRANCH LEADS THE DETAIL SO
386274* THE BRANCH CAN ARRANGE ANOTHER PAYMENT.
      *
386274     ADD  1                      TO WS-HOLD-REC-READ.

386274     IF   RCDHL-NOT-CLEARED
386274          MOVE 'CD'              TO WS-WORK-HOLD-TYP-CD
386274          MOVE RCDHL-APP-ID      TO WS-WORK-APP-ID
386274          MOVE 'H'               TO WS-WORK-SEVRTY-CD
386274          MOVE RCDHL-DETECT-DT   TO WS-WORK-DETECT-DT
386274          MOVE SPACES            TO WS-WORK-DETAIL-TXT
386274          STRING 'BR ' RCDHL-BR-NUM
386274                 ' CARD DECLINED RSN ' RCDHL-DECL-REASN-CD
386274                 ' CARD ' RCDHL-CARD-LAST4-NUM
386274              DELIMITED BY SIZE INTO WS-WORK-DETAIL-TXT
386274          PERFORM  3000-EMIT-QUEUE-ENTRY
386274              THRU 3000-EMIT-QUEUE-ENTRY-X
386274     END-IF.

386274     PERFORM  CDHL-1000-READ
386274         THRU CDHL-1000-READ-X.

386274 1975-ONE-CDHL-X.
386274     EXIT.
      /
517342*-----------------
517342 1980-MERGE-SWHL.
517342*-----------------

517342     PERFORM  SWHL-3000-OPEN-INPUT
517342         THRU SWHL-3000-OPEN-INPUT-X.

517342     PERFORM  SWHL-1000-READ
517342         THRU SWHL-1000-READ-X.

517342     PERFORM  1985-ONE-SWHL
517342         THRU 1985-ONE-SWHL-X
517342         UNTIL WSWHL-SEQ-IO-EOF.

517342     PERFORM  SWHL-5000-CLOSE
517342         THRU SWHL-5000-CLOSE-X.

517342 1980-MERGE-SWHL-X.
517342     EXIT.
      /
517342*---------------
517342 1985-ONE-SWHL.
517342*---------------

      *
517342* SELF-WRITTEN, EMPLOYEE OR INSURER-EMPLOYEE BUSINESS (ASBM9525)
517342* WAITS ON COMPLIANCE.  THE WRITING AGENT LEADS THE DETAIL,
517342* FOLLOWED BY THE DECLARED INDICATORS AND THE OWNER / INSURED /
517342* BENEFICIARY MATCH FLAGS.
      *
517342     ADD  1                      TO WS-HOLD-REC-READ.

517342     IF   RSWHL-NOT-CLEARED
517342          MOVE 'SW'              TO WS-WORK-HOLD-TYP-CD
517342          MOVE RSWHL-APP-ID      TO WS-WORK-APP-ID
517342          MOVE 'H'               TO WS-WORK-SEVRTY-CD
517342          MOVE RSWHL-DETECT-DT   TO WS-WORK-DETECT-DT
517342          MOVE SPACES            TO WS-WORK-DETAIL-TXT
517342          STRING 'AGT ' RSWHL-SALES-REP-NUM
517342                 ' POLHLD ' RSWHL-POL-HLD-AGT-IND
517342                 ' INSCO ' RSWHL-WORK-INS-CO-IND
517342                 ' O/I/B ' RSWHL-AGT-OWNR-IND
517342                 RSWHL-AGT-INSRD-IND RSWHL-AGT-BNFY-IND
517342              DELIMITED BY SIZE INTO WS-WORK-DETAIL-TXT
517342          PERFORM  3000-EMIT-QUEUE-ENTRY
517342              THRU 3000-EMIT-QUEUE-ENTRY-X
517342     END-IF.

517342     PERFORM  SWHL-1000-READ
517342         THRU SWHL-1000-READ-X.

517342 1985-ONE-SWHL-X.
517342     EXIT.
      /
604718*-----------------
604718 1990-MERGE-COHL.
604718*-----------------

604718     PERFORM  COHL-3000-OPEN-INPUT
604718         THRU COHL-3000-OPEN-INPUT-X.

604718     PERFORM  COHL-1000-READ
604718         THRU COHL-1000-READ-X.

604718     PERFORM  1995-ONE-COHL
604718         THRU 1995-ONE-COHL-X
604718         UNTIL WCOHL-SEQ-IO-EOF.

604718     PERFORM  COHL-5000-CLOSE
604718         THRU COHL-5000-CLOSE-X.

604718 1990-MERGE-COHL-X.
604718     EXIT.
      /
604718*---------------
604718 1995-ONE-COHL.
604718*---------------

      *
604718* A CORPORATE-OWNED CASE (ASBM9526) WAITS ON THE INSURED'S
604718* CONSENT, THE BUSINESS PURPOSE OR A KEY PERSON FACE AMOUNT
604718* WITHIN THE SALARY MULTIPLE.  THE THREE MISSING/OVER FLAGS
604718* LEAD THE DETAIL, FOLLOWED BY THE DECLARED PURPOSE.
      *
604718     ADD  1                      TO WS-HOLD-REC-READ.

604718     IF   RCOHL-NOT-CLEARED
318852          MOVE 'CP'              TO WS-WORK-HOLD-TYP-CD
604718          MOVE RCOHL-APP-ID      TO WS-WORK-APP-ID
604718          MOVE 'H'               TO WS-WORK-SEVRTY-CD
604718          MOVE RCOHL-DETECT-DT   TO WS-WORK-DETECT-DT
604718          MOVE SPACES            TO WS-WORK-DETAIL-TXT
604718          STRING 'CNSNT/PURP/FACE ' RCOHL-CNSNT-MISS-IND
604718                 RCOHL-PURP-MISS-IND RCOHL-FACE-OVER-IND
604718                 ' PURPOSE ' RCOHL-CORP-BUS-PURP-CD
604718              DELIMITED BY SIZE INTO WS-WORK-DETAIL-TXT
604718          PERFORM  3000-EMIT-QUEUE-ENTRY
604718              THRU 3000-EMIT-QUEUE-ENTRY-X
604718     END-IF.

604718     PERFORM  COHL-1000-READ
604718         THRU COHL-1000-READ-X.

604718 1995-ONE-COHL-X.
604718     EXIT.
      /
318852*-----------------
318852 2000-MERGE-ACPX.
318852*-----------------

318852     PERFORM  ACPX-3000-OPEN-INPUT
318852         THRU ACPX-3000-OPEN-INPUT-X.

318852     PERFORM  ACPX-1000-READ
318852         THRU ACPX-1000-READ-X.

318852     PERFORM  2005-ONE-ACPX
318852         THRU 2005-ONE-ACPX-X
318852         UNTIL WACPX-SEQ-IO-EOF.

318852     PERFORM  ACPX-5000-CLOSE
318852         THRU ACPX-5000-CLOSE-X.

318852 2000-MERGE-ACPX-X.
318852     EXIT.
      /
318852*---------------
318852 2005-ONE-ACPX.
318852*---------------

      *
318852* A PENDING ADDRESS/CONTACT CHANGE PROPOSAL (ASBM9529) WAITS
318852* ON THE SERVICING BRANCH TO CONFIRM IT WITH THE CLIENT.  THE
318852* APPLICATION ITSELF IS NOT STOPPED, SO THE ITEM IS LOW
318852* SEVERITY.  ONLY THE HEADER ROW OF A PROPOSAL IS QUEUED.
      *
318852     IF   RACPX-REC-TYP-HDR
318852          ADD  1                 TO WS-HOLD-REC-READ
318852     END-IF.

318852     IF   RACPX-REC-TYP-HDR
318852     AND  RACPX-PROP-PENDING
318852          MOVE 'AD'              TO WS-WORK-HOLD-TYP-CD
318852          MOVE RACPX-APP-ID      TO WS-WORK-APP-ID
318852          MOVE 'L'               TO WS-WORK-SEVRTY-CD
318852          MOVE RACPX-PROP-DT     TO WS-WORK-DETECT-DT
318852          MOVE SPACES            TO WS-WORK-DETAIL-TXT
318852          STRING 'BR ' RACPX-SO-NUM RACPX-BR-NUM
318852                 ' ' RACPX-CLI-ID
318852                 ' APE ' RACPX-ADDR-CHG-IND
318852                 RACPX-PHON-CHG-IND RACPX-EMAIL-CHG-IND
318852                 ' POL ' RACPX-POL-CNT
318852              DELIMITED BY SIZE INTO WS-WORK-DETAIL-TXT
318852          PERFORM  3000-EMIT-QUEUE-ENTRY
318852              THRU 3000-EMIT-QUEUE-ENTRY-X
318852     END-IF.

318852     PERFORM  ACPX-1000-READ
318852         THRU ACPX-1000-READ-X.

318852 2005-ONE-ACPX-X.
318852     EXIT.
      /
263951*-----------------
263951 2010-MERGE-ELHL.
263951*-----------------

263951     PERFORM  ELHL-3000-OPEN-INPUT
263951         THRU ELHL-3000-OPEN-INPUT-X.

263951     PERFORM  ELHL-1000-READ
263951         THRU ELHL-1000-READ-X.

263951     PERFORM  2015-ONE-ELHL
263951         THRU 2015-ONE-ELHL-X
263951         UNTIL WELHL-SEQ-IO-EOF.

263951     PERFORM  ELHL-5000-CLOSE
263951         THRU ELHL-5000-CLOSE-X.

263951 2010-MERGE-ELHL-X.
263951     EXIT.
      /
263951*---------------
263951 2015-ONE-ELHL.
263951*---------------

      *
263951* AN ELDERLY APPLICANT'S CASE (ASBM9541) WAITS ON EVIDENCE THAT
263951* A FAMILY MEMBER ATTENDED THE SALE OR A SECOND INTERVIEW WAS
263951* HELD, AND ON THE PRE-ISSUE CONFIRMATION CALL.  EACH IS ITS
263951* OWN QUEUE ITEM SO THE CALL CAN BE WORKED BY THE CALL DESK
263951* WHILE THE BRANCH CHASES THE EVIDENCE.  THE AGE, WHO IS
263951* ELDERLY AND THE WRITING AGENT LEAD THE DETAIL.
      *
263951     ADD  1                      TO WS-HOLD-REC-READ.

263951     IF   RELHL-NOT-CLEARED
263951     AND  RELHL-EVID-MISSING
263951          MOVE 'EA'              TO WS-WORK-HOLD-TYP-CD
263951          MOVE RELHL-APP-ID      TO WS-WORK-APP-ID
263951          MOVE 'H'               TO WS-WORK-SEVRTY-CD
263951          MOVE RELHL-DETECT-DT   TO WS-WORK-DETECT-DT
263951          MOVE SPACES            TO WS-WORK-DETAIL-TXT
263951          STRING 'AGE ' RELHL-ELDR-AGE
263951                 ' ROLE ' RELHL-ELDR-ROLE-CD
263951                 ' AGT ' RELHL-SALES-REP-NUM
263951                 ' FAM ' RELHL-FMLY-ATTND-IND
263951                 ' 2ND ' RELHL-2ND-INTVW-DT
263951              DELIMITED BY SIZE INTO WS-WORK-DETAIL-TXT
263951          PERFORM  3000-EMIT-QUEUE-ENTRY
263951              THRU 3000-EMIT-QUEUE-ENTRY-X
263951     END-IF.

263951     IF   RELHL-NOT-CLEARED
263951     AND  RELHL-CALL-PENDING
263951          MOVE 'EC'              TO WS-WORK-HOLD-TYP-CD
263951          MOVE RELHL-APP-ID      TO WS-WORK-APP-ID
263951          MOVE 'H'               TO WS-WORK-SEVRTY-CD
263951          MOVE RELHL-DETECT-DT   TO WS-WORK-DETECT-DT
263951          MOVE SPACES            TO WS-WORK-DETAIL-TXT
263951          STRING 'AGE ' RELHL-ELDR-AGE
263951                 ' ROLE ' RELHL-ELDR-ROLE-CD
263951                 ' AGT ' RELHL-SALES-REP-NUM
263951                 ' BR ' RELHL-SO-NUM RELHL-BR-NUM
263951                 ' CONFIRM CALL'
263951              DELIMITED BY SIZE INTO WS-WORK-DETAIL-TXT
263951          PERFORM  3000-EMIT-QUEUE-ENTRY
263951              THRU 3000-EMIT-QUEUE-ENTRY-X
263951     END-IF.

263951     PERFORM  ELHL-1000-READ
263951         THRU ELHL-1000-READ-X.

263951 2015-ONE-ELHL-X.
263951     EXIT.
      /
481736*-----------------
481736 2020-MERGE-MNBH.
481736*-----------------

481736     PERFORM  MNBH-3000-OPEN-INPUT
481736         THRU MNBH-3000-OPEN-INPUT-X.

481736     PERFORM  MNBH-1000-READ
481736         THRU MNBH-1000-READ-X.

481736     PERFORM  2025-ONE-MNBH
481736         THRU 2025-ONE-MNBH-X
481736         UNTIL WMNBH-SEQ-IO-EOF.

481736     PERFORM  MNBH-5000-CLOSE
481736         THRU MNBH-5000-CLOSE-X.

481736 2020-MERGE-MNBH-X.
481736     EXIT.
      /
481736*---------------
481736 2025-ONE-MNBH.
481736*---------------

      *
481736* A BENEFICIARY UNDER THE AGE OF MAJORITY WITH NO CUSTODIAN OR
481736* TRUST NAMED (ASBM9542) CANNOT TAKE THE PROCEEDS - THE CASE
481736* WAITS ON THE CUSTODIAN DESIGNATION THE LETTER ASKS FOR.  THE
481736* FIRST MINOR'S AGE LEADS THE DETAIL.
      *
481736     ADD  1                      TO WS-HOLD-REC-READ.

481736     IF   RMNBH-NOT-CLEARED
481736          MOVE 'MC'              TO WS-WORK-HOLD-TYP-CD
481736          MOVE RMNBH-APP-ID      TO WS-WORK-APP-ID
481736          MOVE 'H'               TO WS-WORK-SEVRTY-CD
481736          MOVE RMNBH-DETECT-DT   TO WS-WORK-DETECT-DT
481736          MOVE SPACES            TO WS-WORK-DETAIL-TXT
481736          STRING 'MINORS ' RMNBH-MINR-BNFY-CNT
481736                 ' AGE ' RMNBH-BNFY-AGE
481736                 ' AGT ' RMNBH-SALES-REP-NUM
481736                 ' ' RMNBH-BNFY-SUR-NM
481736              DELIMITED BY SIZE INTO WS-WORK-DETAIL-TXT
481736          PERFORM  3000-EMIT-QUEUE-ENTRY
481736              THRU 3000-EMIT-QUEUE-ENTRY-X
481736     END-IF.

481736     PERFORM  MNBH-1000-READ
481736         THRU MNBH-1000-READ-X.

481736 2025-ONE-MNBH-X.
481736     EXIT.
      /
      *------------------------
       3000-EMIT-QUEUE-ENTRY.
      *------------------------

874156 COPY ACPEAGHL.
874156 COPY ACPEPNHL.
927461 COPY ACPIRMHL.
951627 COPY ACPIMVRH.
386274 COPY ACPICDHL.
517342 COPY ACPISWHL.
604718 COPY ACPICOHL.
318852 COPY ACPIACPX.
263951 COPY ACPIELHL.
481736 COPY ACPIMNBH.

       COPY ACPEADHL.
       COPY ACPOADHL.
