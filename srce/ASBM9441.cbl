874156**                  DATE (PARM-OVERRIDABLE, DEFAULT RUN DATE)  **
874156**                  SO A PAYOUT ENROLLMENT IS FED ONCE, NOT    **
874156**                  RE-FED ON EVERY NIGHTLY RUN                **
864217**  15OCT26  DEV    THE UPLOAD TABLES HOLD TOKENS - TURN THE   **
864217**                  PAYOUT TOKEN BACK INTO THE ACCOUNT NUMBER  **
864217**                  ON THE FEED RECORD BOUND FOR THE BANK      **
      *****************************************************************

      **********************
           05  WS-PAYO-ELECTED              PIC 9(07)  VALUE ZEROS.
           05  WS-PAYX-REC-WRITTEN          PIC 9(07)  VALUE ZEROS.
           05  WS-PAYO-REJECTED             PIC 9(07)  VALUE ZEROS.
864217     05  WS-DETOK-FAIL-CNT            PIC 9(07)  VALUE ZEROS.
           05  WS-PIC-COUNTER               PIC Z(06)9.

       01  WS-PGM-WORK-AREA.
       COPY ACSWRUPL.
       COPY ACSWPAYX.
      /
864217 COPY ACWLTOKN.
864217/
      *****************************************************************
      * INPUT PARAMETER INFORMATION                                   *
      *****************************************************************
           PERFORM  9999-CLOSE-FILES
               THRU 9999-CLOSE-FILES-X.

864217     IF   WS-DETOK-FAIL-CNT          > ZERO
864217          MOVE 8                 TO RETURN-CODE
864217     END-IF.

           STOP RUN.

       0000-MAINLINE-X.
                GO TO 2000-CHECK-AND-FEED-X
           END-IF.

864217*
864217* THE SAME-ACCOUNT TEST ABOVE COMPARES TOKENS - THE SAME ACCOUNT
864217* ALWAYS CARRIES THE SAME TOKEN.  THE BANK NEEDS THE ACCOUNT
864217* NUMBER ITSELF; A TOKEN THE VAULT CANNOT RESOLVE IS NOT FED
864217* AND ENDS THE STEP RC 8.
864217*
864217     SET  LTOKN-FCN-DETOKENIZE   TO TRUE.
864217     MOVE RUPOL-PAYO-BNK-ACCT-ID TO LTOKN-TOKN-ID.
864217     MOVE SPACES                 TO LTOKN-ACCT-ID.
864217
864217     CALL 'ASRUTOKN' USING WGLOB-GLOBAL-AREA
864217                           LTOKN-PARM-AREA.
864217
864217     IF   NOT LTOKN-OK
864217          ADD  1                 TO WS-DETOK-FAIL-CNT
864217*MSG: PAYOUT ACCOUNT TOKEN FOR APP @1 NOT RESOLVED - RETURN @2
864217          MOVE 'AS94410006'      TO WGLOB-MSG-REF-INFO
864217          MOVE RUPOL-APP-ID      TO WGLOB-MSG-PARM (1)
864217          MOVE LTOKN-RETURN-CD   TO WGLOB-MSG-PARM (2)
864217          PERFORM  0260-1000-GENERATE-MESSAGE
864217              THRU 0260-1000-GENERATE-MESSAGE-X
864217          GO TO 2000-CHECK-AND-FEED-X
864217     END-IF.
864217
           MOVE SPACES                 TO RPAYX-SEQ-REC-INFO.
           MOVE RUPOL-APP-ID           TO RPAYX-APP-ID.
           MOVE RUPOL-POL-ID           TO RPAYX-POL-ID.
           MOVE RUPOL-PAYO-BNK-ID      TO RPAYX-PAYO-BNK-ID.
           MOVE RUPOL-PAYO-BNK-BR-ID   TO RPAYX-PAYO-BNK-BR-ID.
864217     MOVE LTOKN-ACCT-ID          TO RPAYX-PAYO-BNK-ACCT-ID.
           MOVE RUPOL-PAYO-BNK-ACCT-TYP-CD
                                       TO RPAYX-PAYO-ACCT-TYP-CD.
           MOVE RUPOL-PAYO-BNK-ACC-HLDR-NM
