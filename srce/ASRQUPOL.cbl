874156**                  FOR THE ARCHIVE SWEEP (ASBM9418) - THE     **
874156**                  ROW IS DELETED ONLY AFTER IT IS SAFELY     **
874156**                  ON THE ARCHIVE FILE                        **
927461**  15OCT26  DEV    ADD 'AC' KEYED UPDATE OF THE ADDRESS       **
927461**                  CONFIRMED INDICATOR AND 'PL' LOOKUP OF THE **
927461**                  APP ID BY POLICY NUMBER FOR RETURNED-MAIL  **
927461**                  PROCESSING (ASBM9511)                      **
864217**  15OCT26  DEV    ADD 'TK' KEYED UPDATE OF THE BILLING AND   **
864217**                  PAYOUT BANK ACCOUNT COLUMNS FOR THE         **
864217**                  ACCOUNT TOKENIZATION SWEEP (ASBM9534)       **
      *****************************************************************

      /
337731              PERFORM  2000-UPDATE-BY-KEY
337731                  THRU 2000-UPDATE-BY-KEY-X

927461         WHEN 'AC'
927461              PERFORM  4000-UPDATE-ADDR-CNFRM
927461                  THRU 4000-UPDATE-ADDR-CNFRM-X

864217         WHEN 'TK'
864217              PERFORM  6000-UPDATE-ACCT-TOKENS
864217                  THRU 6000-UPDATE-ACCT-TOKENS-X

927461         WHEN 'PL'
927461              PERFORM  5000-FIND-APP-BY-POL
927461                  THRU 5000-FIND-APP-BY-POL-X

               WHEN 'RD'
                    PERFORM  1000-READ-BY-KEY
                        THRU 1000-READ-BY-KEY-X
      *********************
874156     EXIT.


      ***********************
927461 4000-UPDATE-ADDR-CNFRM.
      ***********************
      *
927461* KEYED UPDATE OF THE ADDRESS CONFIRMED INDICATOR ONLY - SET
927461* BACK TO 'N' WHEN MAIL TO THE APPLICATION COMES BACK
927461* UNDELIVERABLE.  NO OTHER UPLOAD COLUMN IS TOUCHED.
      *
927461     EXEC SQL
927461          UPDATE TUPOL
927461          SET
927461              ADDR_CNFRM_IND   = :RUPOL-ADDR-CNFRM-IND
927461          WHERE
927461              APP_ID  =  :WUPOL-APP-ID
927461     END-EXEC.

927461     EVALUATE SQLCODE

927461         WHEN ZERO
927461              SET  WUPOL-IO-OK         TO  TRUE

927461         WHEN +100
927461              SET  WUPOL-IO-NOT-FOUND  TO  TRUE

927461         WHEN OTHER
927461              SET  WUPOL-IO-ERROR      TO  TRUE

927461     END-EVALUATE.

      *************************
927461 4000-UPDATE-ADDR-CNFRM-X.
      *************************
927461     EXIT.


      *********************
927461 5000-FIND-APP-BY-POL.
      *********************
      *
927461* RESOLVE THE APP ID FROM AN ASSIGNED POLICY NUMBER (PASSED IN
927461* RUPOL-POL-ID) FOR CALLERS HOLDING ONLY THE POLICY NUMBER.
927461* THE APP ID IS RETURNED IN WUPOL-APP-ID AND RUPOL-APP-ID SO A
927461* FOLLOWING 'RD' READS THE FULL ROW.
      *
927461     EXEC SQL
927461       DECLARE CUR_UPOL_POL CURSOR FOR
927461       SELECT
927461           APP_ID
927461       FROM TUPOL
927461       WHERE
927461           POL_ID  =  :RUPOL-POL-ID
927461       FOR FETCH ONLY
927461       OPTIMIZE FOR 1 ROW
927461     END-EXEC.

927461     EXEC SQL
927461          OPEN CUR_UPOL_POL
927461     END-EXEC.

927461     EXEC SQL
927461       FETCH CUR_UPOL_POL
927461       INTO
927461          :RUPOL-APP-ID
927461     END-EXEC.

927461     EVALUATE SQLCODE

927461         WHEN ZERO
927461              SET  WUPOL-IO-OK         TO  TRUE
927461              MOVE RUPOL-APP-ID        TO  WUPOL-APP-ID

927461         WHEN +100
927461              SET  WUPOL-IO-NOT-FOUND  TO  TRUE

927461         WHEN OTHER
927461              SET  WUPOL-IO-ERROR      TO  TRUE

927461     END-EVALUATE.

927461     EXEC SQL
927461          CLOSE CUR_UPOL_POL
927461     END-EXEC.

      ***********************
927461 5000-FIND-APP-BY-POL-X.
      ***********************
927461     EXIT.


864217************************
864217 6000-UPDATE-ACCT-TOKENS.
864217************************
864217*
864217* KEYED UPDATE OF THE BILLING AND PAYOUT ACCOUNT NUMBER COLUMNS
864217* ONLY - THE TOKENIZATION SWEEP REPLACES THE ACCOUNT NUMBERS
864217* WITH THEIR VAULT TOKENS.  NO OTHER UPLOAD COLUMN IS TOUCHED.
864217*
864217     EXEC SQL
864217          UPDATE TUPOL
864217          SET
864217              BNK_ACCT_ID      = :RUPOL-BNK-ACCT-ID,
864217              PAYO_BNK_ACCT_ID = :RUPOL-PAYO-BNK-ACCT-ID
864217          WHERE
864217              APP_ID  =  :WUPOL-APP-ID
864217     END-EXEC.

864217     EVALUATE SQLCODE

864217         WHEN ZERO
864217              SET  WUPOL-IO-OK         TO  TRUE

864217         WHEN +100
864217              SET  WUPOL-IO-NOT-FOUND  TO  TRUE

864217         WHEN OTHER
864217              SET  WUPOL-IO-ERROR      TO  TRUE

864217     END-EVALUATE.

864217**************************
864217 6000-UPDATE-ACCT-TOKENS-X.
864217**************************
864217     EXIT.

      *****************************************************************
      **                 END OF PROGRAM ASRQUPOL                     **
      *****************************************************************
