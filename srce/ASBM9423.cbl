741587**                  THE HOLD LISTING CIRCULATES TO BRANCHES.   **
741587**                  THE PRNT EXTRACT BOUND FOR THE BANKS        **
741587**                  KEEPS THE FULL NUMBER.                      **
864217**  15OCT26  DEV    THE UPLOAD TABLES HOLD TOKENS - TURN THE   **
864217**                  TOKEN BACK INTO THE ACCOUNT NUMBER ON THE  **
864217**                  PRE-NOTE RECORD BOUND FOR THE BANK         **
      *****************************************************************

      **********************
           05  WS-PRNR-REC-READ             PIC 9(07)  VALUE ZEROS.
           05  WS-PRNR-REJ-CNT              PIC 9(07)  VALUE ZEROS.
           05  WS-PNHL-REC-WRITTEN          PIC 9(07)  VALUE ZEROS.
864217     05  WS-DETOK-FAIL-CNT            PIC 9(07)  VALUE ZEROS.

       01  WS-WORKING-STORAGE.
           05  WS-RUN-MODE                  PIC X(01)  VALUE SPACE.
       COPY ACSWPRNR.
       COPY ACSWPNHL.
741587 COPY ACWWMASK.
864217 COPY ACWLTOKN.
      /
      *****************************************************************
      * INPUT PARAMETER INFORMATION                                   *
           PERFORM  5000-PRINT-GRAND-TOTALS
               THRU 5000-PRINT-GRAND-TOTALS-X.

864217     IF   WS-DETOK-FAIL-CNT          > ZERO
864217          MOVE 8                 TO RETURN-CODE
864217     END-IF.

           STOP RUN.

       0000-MAINLINE-X.
       1300-WRITE-PRNT-DETAIL.
      *------------------------

864217*
864217* THE UPLOAD ROW CARRIES THE VAULT TOKEN - THE BANK NEEDS THE
864217* ACCOUNT NUMBER ITSELF.  A TOKEN THE VAULT CANNOT RESOLVE IS
864217* NOT PRE-NOTED AND ENDS THE STEP RC 8.
864217*
864217     SET  LTOKN-FCN-DETOKENIZE   TO TRUE.
864217     MOVE RUPOL-BNK-ACCT-ID      TO LTOKN-TOKN-ID.
864217     MOVE SPACES                 TO LTOKN-ACCT-ID.
864217
864217     CALL 'ASRUTOKN' USING WGLOB-GLOBAL-AREA
864217                           LTOKN-PARM-AREA.
864217
864217     IF   NOT LTOKN-OK
864217          ADD  1                 TO WS-DETOK-FAIL-CNT
864217*MSG: BANK ACCOUNT TOKEN FOR APP @1 NOT RESOLVED - RETURN @2
864217          MOVE 'AS94230005'      TO WGLOB-MSG-REF-INFO
864217          MOVE RUPOL-APP-ID      TO WGLOB-MSG-PARM (1)
864217          MOVE LTOKN-RETURN-CD   TO WGLOB-MSG-PARM (2)
864217          PERFORM  0260-1000-GENERATE-MESSAGE
864217              THRU 0260-1000-GENERATE-MESSAGE-X
864217          GO TO 1300-WRITE-PRNT-DETAIL-X
864217     END-IF.
864217
           MOVE SPACES                 TO RPRNT-SEQ-REC-INFO.
           SET  RPRNT-REC-TYP-DETAIL   TO TRUE.
           MOVE RUPOL-APP-ID           TO RPRNT-APP-ID.
           MOVE RUPOL-BNK-ID           TO RPRNT-BNK-ID.
           MOVE RUPOL-BNK-BR-ID        TO RPRNT-BNK-BR-ID.
           MOVE RUPOL-BNK-ACCT-TYP-CD  TO RPRNT-BNK-ACCT-TYP-CD.
864217     MOVE LTOKN-ACCT-ID          TO RPRNT-BNK-ACCT-ID.
           MOVE RUPOL-BNK-ACCT-HLDR-NM TO RPRNT-BNK-ACCT-HLDR-NM.
           MOVE WS-RUN-DT-CCYYMMDD     TO RPRNT-PRENOTE-DT.

