      **                                                             **
957010**  09AUG26  DEV    CREATED FOR CWA RECEIPT RECONCILIATION     **
874156**  23AUG26  DEV    ADD KEYED DELETE FOR THE ARCHIVE SWEEP     **
927461**  15OCT26  DEV    ADD POLICY NUMBER LOOKUP AND ADDRESS       **
927461**                  CONFIRMED UPDATE FOR RETURNED MAIL         **
864217**  15OCT26  DEV    ADD BANK ACCOUNT TOKEN UPDATE              **
      *****************************************************************

      *---------------
956842 UPOL-4000-DISPOSE-X.
956842     EXIT.

927461*--------------------------
927461 UPOL-5000-FIND-APP-BY-POL.
927461*--------------------------

927461     MOVE 'PL'               TO WUPOL-IO-COMMAND.
927461     PERFORM  UPOL-1000-LINK
927461         THRU UPOL-1000-LINK-X.

927461 UPOL-5000-FIND-APP-BY-POL-X.
927461     EXIT.

927461*----------------------------
927461 UPOL-6000-UPDATE-ADDR-CNFRM.
927461*----------------------------

927461     MOVE 'AC'               TO WUPOL-IO-COMMAND.
927461     PERFORM  UPOL-1000-LINK
927461         THRU UPOL-1000-LINK-X.

927461 UPOL-6000-UPDATE-ADDR-CNFRM-X.
927461     EXIT.

864217*-----------------------------
864217 UPOL-7000-UPDATE-ACCT-TOKENS.
864217*-----------------------------

864217     MOVE 'TK'               TO WUPOL-IO-COMMAND.
864217     PERFORM  UPOL-1000-LINK
864217         THRU UPOL-1000-LINK-X.

864217 UPOL-7000-UPDATE-ACCT-TOKENS-X.
864217     EXIT.

      *---------------
       UPOL-1000-LINK.
      *---------------
