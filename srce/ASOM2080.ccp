487159**                  CHANGE TABLE AND BECOMES ACTIVE ONLY WHEN  **
487159**                  A SECOND AUTHORIZED USER APPROVES IT       **
487159**                  THROUGH THE UAPR QUEUE (ASOM2160)          **
622314**  15OCT26  DEV    APEX RELEASE COMPATIBILITY - FIELD         **
622314**                  DEFINITIONS ARE KEYED BY APEX RELEASE      **
622314**                  (SPACES = THE BASE DEFINITION USED BY ANY  **
622314**                  RELEASE WITHOUT A ROW OF ITS OWN).  THE    **
622314**                  RELEASE IS PART OF THE KEY ON EVERY        **
622314**                  FUNCTION AND IS SHOWN ON EVERY LIST LINE   **
      *****************************************************************
 
      **********************
           ELSE
               MOVE RUFLD-UPLD-FLD-APEX-NM
                                      TO MIR-UPLD-FLD-APEX-NM
622314         MOVE RUFLD-APEX-RLSE-ID
622314                                TO MIR-APEX-RLSE-ID
               MOVE 'XS00000014'      TO WGLOB-MSG-REF-INFO
APEX53         SET WGLOB-MORE-DATA-EXISTS  TO TRUE
               PERFORM  0260-1000-GENERATE-MESSAGE
008445*        MOVE RUFLD-UPLD-FLD-APEX-NM TO MIR-UPLD-FLD-APEX-NM2
008445         MOVE RUFLD-UPLD-FLD-APEX-NM
                                      TO MIR-UPLD-FLD-APEX-NM
622314         MOVE RUFLD-APEX-RLSE-ID
622314                                TO MIR-APEX-RLSE-ID
               MOVE 'XS00000014'      TO WGLOB-MSG-REF-INFO
APEX53         SET WGLOB-MORE-DATA-EXISTS  TO TRUE
               PERFORM  0260-1000-GENERATE-MESSAGE
 
           PERFORM  4120-VALIDATE-APEX-FIELD
               THRU 4120-VALIDATE-APEX-FIELD-X.

622314     PERFORM  4130-VALIDATE-APEX-RLSE
622314         THRU 4130-VALIDATE-APEX-RLSE-X.
 
       4100-VALIDATE-KEY-FIELDS-X.
           EXIT.
       4120-VALIDATE-APEX-FIELD-X.
           EXIT.
      *
622314*-------------------------
622314 4130-VALIDATE-APEX-RLSE.
622314*-------------------------
622314
622314* A BLANK RELEASE IS THE BASE DEFINITION AND IS ALWAYS VALID.
622314* A RELEASE-SPECIFIC ROW MUST CARRY A RELEASE WITH NO EMBEDDED
622314* OR LEADING SPACE, SINCE THE IMPORT MATCHES IT EXACTLY AGAINST
622314* THE RELEASE ON THE TRANSMISSION HEADER.
622314
622314     IF  MIR-APEX-RLSE-ID = SPACES
622314         GO TO 4130-VALIDATE-APEX-RLSE-X
622314     END-IF.
622314
622314     SET  WS-FIRST-SPACE-NOT         TO TRUE.
622314     MOVE MIR-APEX-RLSE-ID           TO WS-EDIT-NAME.
622314
622314     IF  WS-EDIT-CHAR (1) = SPACE
622314         SET WS-VALIDATE-FAILED      TO TRUE
622314     ELSE
622314         PERFORM  4150-CHECK-IMBEDDED-SPACE
622314             THRU 4150-CHECK-IMBEDDED-SPACE-X
622314             VARYING WS-CHAR FROM +1 BY +1
622314             UNTIL WS-CHAR > +4
622314             OR WS-VALIDATE-FAILED
622314     END-IF.
622314
622314     IF  WS-VALIDATE-FAILED
622314*MSG: INVALID APEX RELEASE (@1)
622314         MOVE MIR-APEX-RLSE-ID       TO WGLOB-MSG-PARM (1)
622314         MOVE 'AS20800013'      TO WGLOB-MSG-REF-INFO
622314         PERFORM  0260-1000-GENERATE-MESSAGE
622314             THRU 0260-1000-GENERATE-MESSAGE-X
622314     END-IF.
622314
622314 4130-VALIDATE-APEX-RLSE-X.
622314     EXIT.
      *
      *--------------------------
       4150-CHECK-IMBEDDED-SPACE.
      *--------------------------
 
           MOVE MIR-UPLD-FLD-STRUCT-NM      TO WUFLD-UPLD-FLD-STRUCT-NM.
           MOVE MIR-UPLD-FLD-APEX-NM  TO WUFLD-UPLD-FLD-APEX-NM.
622314     MOVE MIR-APEX-RLSE-ID      TO WUFLD-APEX-RLSE-ID.
 
       8000-BUILD-UFLD-KEY-X.
           EXIT.
 
           MOVE SPACES           TO MIR-UPLD-FLD-STRUCT-NM-T (WS-LINE).
           MOVE SPACES           TO MIR-UPLD-FLD-APEX-NM-T (WS-LINE).
622314     MOVE SPACES           TO MIR-APEX-RLSE-ID-T (WS-LINE).
           MOVE SPACES           TO MIR-UPLD-FLD-TYP-CD-T (WS-LINE).
           MOVE SPACES           TO MIR-UPLD-FLD-FILE-CD-T (WS-LINE).
           MOVE SPACES           TO MIR-UPLD-FLD-NM-T (WS-LINE).
                                  TO MIR-UPLD-FLD-STRUCT-NM-T (WS-LINE).
           MOVE RUFLD-UPLD-FLD-APEX-NM    
                                    TO MIR-UPLD-FLD-APEX-NM-T (WS-LINE).
622314     MOVE RUFLD-APEX-RLSE-ID
622314                                  TO MIR-APEX-RLSE-ID-T (WS-LINE).
           MOVE RUFLD-UPLD-FLD-TYP-CD     
                                     TO MIR-UPLD-FLD-TYP-CD-T (WS-LINE).
           MOVE RUFLD-UPLD-FLD-FILE-CD    
