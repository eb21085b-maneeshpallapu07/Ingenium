874156**                  SERIATIM COVERS THAT MONTH'S NEW ISSUES,   **
874156**                  NOT EVERY CONVERSION STILL ON THE UPLOAD   **
874156**                  TABLES                                     **
318274**  15OCT26  DEV    A REDUCED FACE OFFER (URTG TYPE R) REPLACES **
318274**                  THE FACE APPLIED FOR ON THE DETAIL AND THE  **
318274**                  HASH; THE RATING IS THE FIRST OTHER ROW     **
572903**  15OCT26  DEV    EACH DETAIL CARRIES THE POLICY'S CURRENT    **
572903**                  IFRS 17 PORTFOLIO, COHORT AND PROFITABILITY **
572903**                  GROUP FROM THE CONTRACT GROUP REGISTER      **
      *****************************************************************

      **********************
       FILE-CONTROL.

       COPY ACSSVALX.
572903 COPY ACSSICGI.

      ***************
       DATA DIVISION.

       COPY ACSRVALX.

572903 COPY ACSDICGI.

572903 COPY ACSRICGI.

       WORKING-STORAGE SECTION.

       COPY XCWWPGWS REPLACING '$VAR1' BY 'ASBM9436'.
           05  WS-ISSUED-APPS               PIC 9(07)  VALUE ZEROS.
           05  WS-UCVG-REC-READ             PIC 9(07)  VALUE ZEROS.
           05  WS-VALX-REC-WRITTEN          PIC 9(07)  VALUE ZEROS.
572903     05  WS-ICGI-REC-READ             PIC 9(07)  VALUE ZEROS.
572903     05  WS-GRP-FOUND-CNT             PIC 9(07)  VALUE ZEROS.
572903     05  WS-NO-GRP-CNT                PIC 9(07)  VALUE ZEROS.
           05  WS-FACE-HASH-AMT             PIC 9(15)V9(02) COMP-3
                                                       VALUE ZERO.
           05  WS-PIC-COUNTER               PIC Z(06)9.
                   15  WS-ISS-PYMT-MODE-CD  PIC X(15).
                   15  WS-ISS-CLI-SEX-CD    PIC X(01).
                   15  WS-ISS-CLI-BTH-DT    PIC X(10).
572903             15  WS-ISS-GRP-INFO      PIC X(09).
           05  WS-ISS-OVRFLW-SW             PIC X(01)  VALUE 'N'.
               88  WS-ISS-OVERFLOW          VALUE 'Y'.
      /
       COPY ACSWUCLI.
       COPY ACSWUCVG.
       COPY ACSWVALX.
572903 COPY ACSWICGI.
      /
       COPY ACFWURTG.
       COPY ACFRURTG.
               THRU 1000-COLLECT-ISSUED-X
               UNTIL WRUPL-SEQ-IO-EOF.

572903* THE CURRENT CONTRACT GROUP OF EACH ISSUED APPLICATION.

572903     PERFORM  ICGI-1000-READ
572903         THRU ICGI-1000-READ-X.

572903     PERFORM  1500-TAKE-CONTRACT-GROUP
572903         THRU 1500-TAKE-CONTRACT-GROUP-X
572903         UNTIL WICGI-SEQ-IO-EOF.

           PERFORM  UCLI-1000-READ
               THRU UCLI-1000-READ-X.

           PERFORM  VALX-4000-OPEN-OUTPUT
               THRU VALX-4000-OPEN-OUTPUT-X.

572903     PERFORM  ICGI-3000-OPEN-INPUT
572903         THRU ICGI-3000-OPEN-INPUT-X.

       0100-OPEN-FILES-X.
           EXIT.
      /
                                              (WS-ISS-CNT)
                     MOVE SPACES       TO WS-ISS-CLI-BTH-DT
                                              (WS-ISS-CNT)
572903               MOVE SPACES       TO WS-ISS-GRP-INFO
572903                                        (WS-ISS-CNT)
                ELSE
                     SET  WS-ISS-OVERFLOW   TO TRUE
                END-IF
       1000-COLLECT-ISSUED-X.
           EXIT.
      /
572903*-------------------------
572903 1500-TAKE-CONTRACT-GROUP.
572903*-------------------------

572903* ONLY THE CURRENT ROW - SUPERSEDED ROWS ARE HISTORY.

572903     ADD  1                      TO WS-ICGI-REC-READ.

572903     IF   RICGI-STAT-CURRENT
572903          MOVE RICGI-APP-ID      TO WS-WORK-APP-ID
572903          PERFORM  7000-FIND-ISSUED-APP
572903              THRU 7000-FIND-ISSUED-APP-X
572903          IF   WS-APP-FOUND
572903               MOVE RICGI-GRP-INFO
572903                                 TO WS-ISS-GRP-INFO
572903                                        (WS-ISS-USE-SUB)
572903               ADD  1            TO WS-GRP-FOUND-CNT
572903          END-IF
572903     END-IF.

572903     PERFORM  ICGI-1000-READ
572903         THRU ICGI-1000-READ-X.

572903 1500-TAKE-CONTRACT-GROUP-X.
572903     EXIT.
572903/
      *------------------------
       2000-GATHER-INSUREDS.
      *------------------------
                                       TO RVALX-PYMT-AMT.
           MOVE WS-ISS-PYMT-MODE-CD (WS-ISS-USE-SUB)
                                       TO RVALX-PYMT-MODE-CD.
572903     MOVE WS-ISS-GRP-INFO (WS-ISS-USE-SUB)
572903                                 TO RVALX-IFRS-GRP-INFO.

           PERFORM  3200-FETCH-RATING
               THRU 3200-FETCH-RATING-X.

318274     ADD  RVALX-INIT-COV-AMT     TO WS-FACE-HASH-AMT.

           PERFORM  VALX-1000-WRITE
               THRU VALX-1000-WRITE-X.
      * THE FIRST SUBSTANDARD RATING ROW ON THE COVERAGE (IF ANY)
      * RIDES ON THE VALUATION DETAIL.  COVERAGES WITHOUT A RATING
      * GO OUT WITH THE RATING FIELDS EMPTY.
318274* A REDUCED FACE ROW IS NOT A RATING - IT CARRIES THE FACE THE
318274* UNDERWRITER OFFERED, WHICH REPLACES THE FACE APPLIED FOR.

           MOVE ZERO                   TO RVALX-XTRA-PCT.
           MOVE ZERO                   TO RVALX-FLAT-XTRA-AMT.
           PERFORM  URTG-2000-READ-NEXT
               THRU URTG-2000-READ-NEXT-X.

318274     PERFORM  3250-APPLY-RATING-ROW
318274         THRU 3250-APPLY-RATING-ROW-X
318274         UNTIL NOT WURTG-IO-OK.

           PERFORM  URTG-3000-CLOSE-BROWSE
               THRU URTG-3000-CLOSE-BROWSE-X.

       3200-FETCH-RATING-X.
           EXIT.
318274/
318274*----------------------
318274 3250-APPLY-RATING-ROW.
318274*----------------------

318274     IF   RURTG-RATG-TYP-RDCD-FACE
318274          MOVE RURTG-OFR-FACE-AMT
318274                                 TO RVALX-INIT-COV-AMT
318274     ELSE
318274          IF   RVALX-RATG-TYP-CD = SPACES
318274               MOVE RURTG-RATG-TYP-CD
318274                                 TO RVALX-RATG-TYP-CD
318274               MOVE RURTG-TBL-RATG-CD
318274                                 TO RVALX-TBL-RATG-CD
318274               MOVE RURTG-XTRA-PCT
318274                                 TO RVALX-XTRA-PCT
318274               MOVE RURTG-FLAT-XTRA-AMT
318274                                 TO RVALX-FLAT-XTRA-AMT
318274          END-IF
318274     END-IF.

318274     PERFORM  URTG-2000-READ-NEXT
318274         THRU URTG-2000-READ-NEXT-X.

318274 3250-APPLY-RATING-ROW-X.
318274     EXIT.
      /
      *----------------------
       4000-WRITE-TRAILER.
                    THRU 0260-1000-GENERATE-MESSAGE-X
           END-IF.

572903* A POLICY NOT YET ON THE REGISTER GOES OUT WITH THE GROUP
572903* BLANK - FINANCE ASSIGNS IT BEFORE THE VALUATION IS RUN.

572903     COMPUTE WS-NO-GRP-CNT       = WS-ISS-CNT - WS-GRP-FOUND-CNT.
572903     IF   WS-NO-GRP-CNT          > ZERO
572903*MSG: @1 ISSUED POLICIES HAVE NO IFRS 17 CONTRACT GROUP
572903          MOVE 'AS94360004'      TO WGLOB-MSG-REF-INFO
572903          MOVE WS-NO-GRP-CNT     TO WS-PIC-COUNTER
572903          MOVE WS-PIC-COUNTER    TO WGLOB-MSG-PARM (1)
572903          PERFORM  0260-1000-GENERATE-MESSAGE
572903              THRU 0260-1000-GENERATE-MESSAGE-X
572903     END-IF.

       5000-PRINT-GRAND-TOTALS-X.
           EXIT.
      /
           PERFORM  VALX-5000-CLOSE
               THRU VALX-5000-CLOSE-X.

572903     PERFORM  ICGI-5000-CLOSE
572903         THRU ICGI-5000-CLOSE-X.

       9999-CLOSE-FILES-X.
           EXIT.
      /
       COPY ACPNURTG.

       COPY ACPIVALX.

572903 COPY ACPIICGI.
      /
      *****************************************************************
      * ERROR HANDLING ROUTINES                                       *
