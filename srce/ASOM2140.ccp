337731**  22AUG26  DEV    CREATED FOR REPAIR/RESUBMIT WORKBENCH      **
741587**  22AUG26  DEV    MASK THE BANK ACCOUNT ON DISPLAY UNLESS   **
741587**                  THE USER IS AUTHORIZED FOR FULL VIEW     **
864217**  15OCT26  DEV    TOKENIZE A KEYED BANK ACCOUNT BEFORE THE   **
864217**                  UPOL ROW IS UPDATED                        **
      *****************************************************************

      **********************
      *
741587 COPY ACWWMASK.
      *
864217*****************************************************************
864217*  CALLED MODULE PARAMETER INFORMATION                          *
864217*****************************************************************
864217 COPY ACWLTOKN.
      *
      *****************************************************************
      *  I/O COPYBOOKS                                                *
      *****************************************************************
                                      TO RUPOL-BNK-BR-ID
           END-IF.

864217* A KEYED ACCOUNT NUMBER IS STORED AS ITS VAULT TOKEN, NEVER
864217* IN CLEAR - IF THE VAULT CANNOT TOKENIZE IT THE ROW IS NOT
864217* UPDATED.
           IF  MIR-UREP-BNK-ACCT-ID NOT = SPACES
864217         SET  LTOKN-FCN-TOKENIZE
864217                                TO TRUE
864217         MOVE MIR-UREP-BNK-ACCT-ID
864217                                TO LTOKN-ACCT-ID
864217         CALL 'ASRUTOKN' USING WGLOB-GLOBAL-AREA
864217                               LTOKN-PARM-AREA
864217         IF  NOT LTOKN-OK
864217*MSG: BANK ACCOUNT COULD NOT BE SECURED - UPDATE NOT DONE
864217             MOVE 'AS21400007'  TO WGLOB-MSG-REF-INFO
864217             PERFORM  0260-1000-GENERATE-MESSAGE
864217                 THRU 0260-1000-GENERATE-MESSAGE-X
864217             GO TO 4000-UPDATE-UPOL-X
864217         END-IF
864217         MOVE LTOKN-TOKN-ID     TO RUPOL-BNK-ACCT-ID
           END-IF.

           IF  MIR-UREP-BNK-ACCT-HLDR-NM NOT = SPACES
